           select batch-file assign to dynamic batch-filename
               organization is line sequential
               file status is batch-file-status.
           select swap-file assign to dynamic swap-filename
               organization is sequential
               file status is swap-file-status.
           select telemetry-file assign to "roundrobin.telemetry"
               organization is line sequential
               file status is telemetry-file-status.
           select swaprate-file assign to "roundrobin.swaprates"
               organization is line sequential
               file status is swaprate-file-status.
           select accounting-file assign to "roundrobin.accounting"
               organization is line sequential
               file status is accounting-file-status.
           select schedule-file assign to "roundrobin.schedule"
               organization is line sequential
               file status is schedule-file-status.
           select alertrule-file assign to "roundrobin.alertrules"
               organization is line sequential
               file status is alertrule-file-status.
           select alert-file assign to "roundrobin.alerts"
               organization is line sequential
               file status is alert-file-status.
           select job-file assign to "roundrobin.jobs"
               organization is line sequential
               file status is job-file-status.
           select command-file assign to "roundrobin.command"
               organization is line sequential
               file status is command-file-status.
           select archive-file assign to "roundrobin.archive"
               organization is line sequential
               file status is archive-file-status.
           select trace-file assign to "roundrobin.trace"
               organization is line sequential
               file status is trace-file-status.

data division.
       file section.
               10 restart-frame-owner pic 999 occurs 100 times.
               10 restart-frame-page pic 99 occurs 100 times.
               10 restart-pagemode pic X occurs 100 times.
               10 restart-run-seed pic 9(9).
               10 restart-rnd-state pic 9(10).
               10 restart-cpu-count pic 9.
               10 restart-cpu-next pic 999 occurs 8 times.
               10 restart-thrash-mode pic X.
               10 restart-thrash-since pic 9(9).
               10 restart-inherit-mode pic X.
               10 restart-jobtable pic X(2582). *> jobtable as one block; its layout lives with the table
               10 restart-balance-countdown pic 999. *> the interval clocks, so a resumed run balances and samples on the same ticks
               10 restart-telemetry-countdown pic 999.
               10 restart-thrash-swapouts pic 9(5). *> the telemetry interval's swap counts so far
               10 restart-thrash-swapins pic 9(5).
               10 restart-swr-outs pic 9(5) occurs 100 times.
               10 restart-swr-ins pic 9(5) occurs 100 times.
               10 restart-alr-name pic X(12) occurs 20 times. *> each alert rule's running state, matched back by name
               10 restart-alr-streak pic 99 occurs 20 times.
               10 restart-alr-firing pic X occurs 20 times.
               10 restart-alr-fired-at pic 9(9) occurs 20 times.
               10 restart-alr-prev pic 9(5) occurs 20 times.
               10 restart-alr-have-prev pic X occurs 20 times.
               10 restart-alr-judge pic X occurs 20 times.

       fd restart-processlist-file. *> checkpointed processlist, its own file since a DEPENDING ON table must be the sole item in its record
           01 restart-processlist-record. *> GnuCOBOL mishandles OPEN OUTPUT when the ODO table sits directly at the FD's 01 level, so wrap it
               10 tel-rec-gap pic 99999.
               10 filler pic X.
               10 tel-rec-failures pic 9(5).
               10 filler pic X.
               10 tel-rec-seed pic 9(9). *> run seed in force when the sample was taken
               10 filler pic X.
               10 tel-rec-swapouts pic 9(5). *> regions evicted to swap during the interval
               10 filler pic X.
               10 tel-rec-swapins pic 9(5). *> regions brought back from swap during the interval
               10 filler pic X.
               10 tel-rec-thrash pic X. *> Y = thrashing declared as of this sample
               10 filler pic X.
               10 tel-rec-top-pid pic 999. *> the PID swapped in most often during the interval, 0 = none
               10 filler pic X.
               10 tel-rec-top-ins pic 9(5).
               10 filler pic X.
               10 tel-rec-top-outs pic 9(5).

       fd swaprate-file. *> one line per process that swapped during a telemetry interval, keyed to the sample's tick
           01 swaprate-record.
               10 swr-rec-tick pic 9(9).
               10 filler pic X.
               10 swr-rec-pid pic 999.
               10 filler pic X.
               10 swr-rec-outs pic 9(5). *> regions of this process evicted to swap during the interval
               10 filler pic X.
               10 swr-rec-ins pic 9(5). *> regions of this process brought back during the interval
               10 filler pic X.
               10 swr-rec-seed pic 9(9).

       fd accounting-file. *> one usage record per process, written when the process dies or at shutdown
           01 accounting-record.
               10 acc-rec-mail pic 999.
               10 filler pic X.
               10 acc-rec-paged pic 9(7).
               10 filler pic X.
               10 acc-rec-seed pic 9(9). *> run seed in force when the record was billed
               10 filler pic X.
               10 acc-rec-class pic X(11). *> workload class the process ran as, spaces = unclassed
           01 accounting-cpu-record. *> one per CPU at the end of each roundrobin run; "CPU" in the PID columns tells them apart
               10 acc-cpu-tag pic X(3).
               10 filler pic X.
               10 acc-cpu-id pic 9.
               10 filler pic X.
               10 acc-cpu-busy pic 9(7).
               10 filler pic X.
               10 acc-cpu-idle pic 9(7).
               10 filler pic X.
               10 acc-cpu-migrate-in pic 9(5).
               10 filler pic X.
               10 acc-cpu-migrate-out pic 9(5).
               10 filler pic X.
               10 acc-cpu-seed pic 9(9).

       fd profile-file. *> one named workload class per line, read once at startup
           01 profile-record pic X(80).
       fd schedule-file. *> one deferred action per line, read when roundrobin starts
           01 schedule-record pic X(80).

       fd alertrule-file. *> one alert rule per line, read once at startup
           01 alertrule-record pic X(80).

       fd alert-file. *> one line each time an alert rule fires or clears
           01 alert-record.
               10 alt-rec-tick pic 9(9).
               10 filler pic X.
               10 alt-rec-event pic X(7). *> FIRED or CLEARED
               10 filler pic X.
               10 alt-rec-name pic X(12).
               10 filler pic X.
               10 alt-rec-severity pic X(8).
               10 filler pic X.
               10 alt-rec-metric pic X(9).
               10 filler pic X.
               10 alt-rec-op pic X(4).
               10 filler pic X.
               10 alt-rec-threshold pic 9(5).
               10 filler pic X.
               10 alt-rec-value pic 9(5). *> the metric as sampled
               10 filler pic X.
               10 alt-rec-action pic X(9). *> automatic action taken on firing, spaces = none

       fd job-file. *> one job step per line, read when a fresh roundrobin starts
           01 job-record pic X(80).

       fd command-file. *> operator directives dropped in mid-run, polled and consumed every cycle
           01 command-record pic X(80).

       fd trace-file. *> one record per roundrobin tick: what each CPU dispatched and who held each resource
           01 trace-record.
               10 trc-tick pic 9(9).
               10 trc-cpus occurs 8 times. *> slot = CPU; slots past cpu-count stay blank
                   15 filler pic X.
                   15 trc-pid pic 999. *> process the CPU picked, 0 = idle
                   15 trc-reason pic X. *> R ran, I idle, B blocked, S sleeping, P priority-held, L lock-wait, Q quota-held, M out of memory, K parked in swap
                   15 trc-thread pic 9. *> first thread that ran its slice, 0 = none ran
               10 trc-holders occurs 6 times. *> slot = lock-table slot
                   15 filler pic X.
                   15 trc-holder pic 999. *> 0 = free

       fd archive-file. *> every session filed under a run ID at exit, kept across sessions for runcompare
           01 archive-record.
               10 arc-type pic X. *> H header, P profile, T telemetry, A accounting, K lock, S summary
               10 filler pic X.
               10 arc-run pic 9(6).
               10 filler pic X.
               10 arc-body pic X(80). *> T and A records carry the telemetry or accounting line as written
           01 archive-header-record. *> H: the configuration the session ran under
               10 filler pic X(9).
               10 arh-stamp pic X(14). *> yyyymmddhhmmss the session was filed
               10 filler pic X.
               10 arh-seed pic 9(9).
               10 filler pic X.
               10 arh-quantum pic V999.
               10 filler pic X.
               10 arh-process-limit pic 999.
               10 filler pic X.
               10 arh-thread-limit pic 999.
               10 filler pic X.
               10 arh-ram-limit pic 9(5).
               10 filler pic X.
               10 arh-tree-descendants pic 999.
               10 filler pic X.
               10 arh-tree-threads pic 999.
               10 filler pic X.
               10 arh-tree-ram pic 9(5).
               10 filler pic X.
               10 arh-cpu-count pic 9.
               10 filler pic X.
               10 arh-thrash-threshold pic 999.
               10 filler pic X.
               10 arh-strategy pic X. *> as last chosen in roundrobin, F/B/P
               10 filler pic X.
               10 arh-scheduler pic X. *> as last chosen in roundrobin, R/P
               10 filler pic X.
               10 arh-inherit pic X.
               10 filler pic X.
               10 arh-classes pic 9.
           01 archive-profile-record. *> P: one workload class and what became of it
               10 filler pic X(9).
               10 arp-name pic X(11).
               10 filler pic X.
               10 arp-thread-min pic 9.
               10 filler pic X.
               10 arp-thread-max pic 9.
               10 filler pic X.
               10 arp-priority pic 9.
               10 filler pic X.
               10 arp-io-prob pic 99.
               10 filler pic X.
               10 arp-lock-prob pic 99.
               10 filler pic X.
               10 arp-mix pic 999.
           01 archive-lock-record. *> K: one named resource's contention counters
               10 filler pic X(9).
               10 ark-name pic X(6).
               10 filler pic X.
               10 ark-acquisitions pic 9(5).
               10 filler pic X.
               10 ark-wait-events pic 9(5).
               10 filler pic X.
               10 ark-wait-ticks pic 9(7).
               10 filler pic X.
               10 ark-longest-wait pic 9(5).
               10 filler pic X.
               10 ark-deadlocks pic 9(5).
               10 filler pic X.
               10 ark-inversions pic 9(5).
               10 filler pic X.
               10 ark-inversion-ticks pic 9(7).
           01 archive-summary-record. *> S: session totals the telemetry and accounting lines do not carry
               10 filler pic X(9).
               10 ars-ticks pic 9(9).
               10 filler pic X.
               10 ars-compactions pic 9(5).
               10 filler pic X.
               10 ars-bytes-moved pic 9(9).
               10 filler pic X.
               10 ars-swapouts pic 9(7).
               10 filler pic X.
               10 ars-swapins pic 9(7).
               10 filler pic X.
               10 ars-victims pic 9(5). *> processes terminated to break a deadlock
               10 filler pic X.
               10 ars-alloc-failures pic 9(5).

       working-storage section.
           01 selection pic X. *> keyboard input
           01 quantum pic V999 value .001. *> tick delay
               10 lkr-p pic 999.
               10 lkr-top-pid pic 999.
               10 lkr-top-ticks pic 9(5).
           01 inherit-mode pic X value "N". *> Y = under the priority scheduler a lock holder runs at its highest waiter's priority
           01 pi-want occurs 100 times. *> priority each PID should inherit this tick, slot = PID, rebuilt by inheritpriority
               10 pi-want-prio pic 9.
               10 pi-want-lock pic 9.
               10 pi-want-from pic 999. *> the waiter the priority comes from
           01 pistats occurs 6 times. *> per-resource priority inversion counters, slot = lock-table slot
               10 pis-inversions pic 9(5) value 0.
               10 pis-ticks pic 9(7) value 0. *> ticks spent inverted, summed over closed episodes
               10 pis-worst pic 9(7) value 0. *> longest single inversion
           01 pi-fields. *> scratch fields for inheritpriority
               10 pi-w pic 999.
               10 pi-n pic 999.
               10 pi-pos pic 999.
               10 pi-prio pic 9.
               10 pi-r pic 9.
               10 pi-h pic 999.
               10 pi-hops pic 999.
               10 pi-ticks pic 9(8). *> fits TICKS=<n> in audit-detail
               10 pi-open pic 9(5) occurs 6 times.
               10 pi-open-ticks pic 9(7) occurs 6 times.
               10 pi-avg pic 9(7).
           01 dl-chain pic 999 occurs 100 times. *> the wait-for path walked by detectdeadlock
           01 dl-fields. *> scratch fields for detectdeadlock
               10 dl-start pic 999.
           01 scheduler-mode pic X value "R". *> R=round robin, P=priority, chosen per roundrobin run
           01 sched-draw pic 99. *> random threshold a process must meet to run under priority scheduling
           01 run-turn pic X. *> does the process scheduled this tick actually get to run?
           01 cpu-count pic 9 value 1. *> simulated CPUs, each dispatching one process per roundrobin tick
           01 cpustats occurs 8 times. *> per-CPU counters, slot = CPU number, billed to the accounting file when a roundrobin run ends
               10 cpu-busy-ticks pic 9(7) value 0.
               10 cpu-idle-ticks pic 9(7) value 0.
               10 cpu-migrate-in pic 9(5) value 0.
               10 cpu-migrate-out pic 9(5) value 0.
               10 cpu-next pic 999 value 1. *> table position this CPU's run-queue scan starts from next tick
           01 cpu-fields. *> scratch fields for the dispatcher and the load balancer
               10 cpu-n pic 9.
               10 cpu-pos pic 999.
               10 cpu-scan pic 999.
               10 cpu-found pic X.
               10 cpu-parked pic 999. *> first parked position pickcpuprocess passed over, 0 = none
               10 cpu-oom pic X. *> did any CPU's allocation fail outright this tick?
               10 cpu-moved pic X.
               10 cpu-hi pic 9.
               10 cpu-lo pic 9.
               10 cpu-from pic 9.
               10 cpu-load pic 999 occurs 8 times.
               10 cpu-util pic 999.
               10 cpu-total pic 9(7).
           01 balance-interval pic 999 value 20. *> ticks between load-balancing passes
           01 balance-countdown pic 999 value 0. *> ticks since the last pass
           01 batch-filename pic X(80) value spaces. *> operator-supplied control file for batch mode
           01 batch-mode pic X value "N". *> suppresses roundrobin/taskmanager's interactive accepts, for runbatch and automatic calls
           01 saved-batch-mode pic X. *> scratch used to force/restore batch-mode around automatic calls
           01 restart-processlist-filename pic X(40) value "roundrobin.restart.processlist".
           01 restart-threadlist-filename pic X(40) value "roundrobin.restart.threadlist".
           01 restart-pagetable-filename pic X(40) value "roundrobin.restart.pagetable".
           01 swap-filename pic X(40) value "roundrobin.swap". *> the live swap file, except while a checkpoint writes or reads its own copy
           01 ckpt-rename-rc pic 9(8) comp-5. *> CBL_RENAME_FILE return code, checked by save-checkpoint
           01 ckpt-save-ok pic X value "Y". *> goes to "N" if any of save-checkpoint's five renames fails
           01 batch-fields. *> scratch fields for runbatch
               10 batch-command pic X.
               10 batch-eof pic X value "N".
           01 telemetry-interval pic 999 value 10. *> ticks between telemetry samples
           01 telemetry-countdown pic 999 value 0. *> ticks since the last sample
           01 telemetry-file-status pic XX value "00".
           01 swaprate-file-status pic XX value "00".
           01 accounting-file-status pic XX value "00".
           01 profile-file-status pic XX value "00".
           01 deadletter-file-status pic XX value "00".
           01 deadletter-temp-status pic XX value "00".
           01 schedule-file-status pic XX value "00".
           01 command-file-status pic XX value "00".
           01 job-file-status pic XX value "00".
           01 alertrule-file-status pic XX value "00".
           01 alert-file-status pic XX value "00".
           01 archive-file-status pic XX value "00".
           01 trace-file-status pic XX value "00".
           01 trace-fields. *> scratch fields for the dispatch trace
               10 trace-open pic X value "N". *> Y while roundrobin holds the trace file open
               10 trace-why pic X. *> runprocess's verdict for the process it was handed
               10 trace-thread pic 9. *> first thread runthreads gave a slice to
               10 trace-n pic 9.
           01 runtotals. *> session activity totals, filed on the archive summary record at exit
               10 rt-compactions pic 9(5) value 0.
               10 rt-bytes-moved pic 9(9) value 0.
               10 rt-swapouts pic 9(7) value 0.
               10 rt-swapins pic 9(7) value 0.
               10 rt-victims pic 9(5) value 0.
           01 arc-fields. *> scratch fields for archiverun
               10 arc-eof pic X.
               10 arc-last pic 9(6).
               10 arc-id pic 9(6).
               10 arc-n pic 9.
               10 arc-clock pic X(21).
           01 alertrules occurs 20 times. *> rules from roundrobin.alertrules, judged at every telemetry sample
               10 alr-name pic X(12).
               10 alr-metric pic X(9). *> PROCESSES, THREADS, ALLOCATED, GAP, FAILURES, SWAPINS or SWAPOUTS
               10 alr-op pic X(4). *> LT LE GT GE EQ NE against the threshold; RISE/FALL = change since the last sample beyond it
               10 alr-threshold pic 9(5).
               10 alr-samples pic 99. *> consecutive breaching samples before it fires
               10 alr-severity pic X(8).
               10 alr-action pic X(9). *> COMPACT, VERIFY, RECONCILE, SNAPSHOT, DRAIN, spaces = none
               10 alr-streak pic 99.
               10 alr-firing pic X.
               10 alr-fired-at pic 9(9).
               10 alr-fires pic 9(5).
               10 alr-breach-ticks pic 9(9). *> summed over cleared firings
               10 alr-prev pic 9(5).
               10 alr-have-prev pic X.
               10 alr-judge pic X. *> Y = an action ran at the last firing; the next sample judges whether it worked
               10 alr-fixed pic 9(5).
               10 alr-unfixed pic 9(5).
           01 alr-fields. *> scratch fields for the alert rules
               10 alr-count pic 99 value 0.
               10 alr-eof pic X.
               10 alr-n pic 99.
               10 alr-value pic 9(5).
               10 alr-breach pic X.
               10 alr-event pic X(7). *> FIRED or CLEARED, for writealert
               10 alr-open pic 9(9).
               10 alr-in-name pic X(12).
               10 alr-in-metric pic X(9).
               10 alr-in-op pic X(4).
               10 alr-in-threshold pic X(6).
               10 alr-in-samples pic X(3).
               10 alr-in-severity pic X(8).
               10 alr-in-action pic X(9).
           01 drain-mode pic X value "N". *> graceful drain under way: no new work, waits run down, then checkpoint and return
           01 drain-done pic X. *> has the population quiesced?
           01 cmd-fields. *> scratch fields for the operator command channel
               10 sch-arg2 pic X(3).
               10 sch-text pic X(24).
               10 sch-fired pic X. *> an A entry fires once and is then spent
           01 jobtable. *> the job stream from roundrobin.jobs; checkpointed whole, so keep restart-jobtable's size in step
               10 job-count pic 99 value 0.
               10 jobsteps occurs 20 times.
                   15 jst-job pic X(8).
                   15 jst-step pic X(8).
                   15 jst-class pic X(11). *> workload.profiles class the step's process runs as
                   15 jst-demand pic 9(5). *> run ticks until the process exits normally
                   15 jst-parent pic X(8). *> step to spawn under, spaces = a top-level process
                   15 jst-pred pic X(8) occurs 4 times. *> steps that must end normally first
                   15 jst-state pic X. *> W=waiting, R=running, D=done, F=failed, S=skipped
                   15 jst-pid pic 999.
                   15 jst-start pic 9(9).
                   15 jst-end pic 9(9).
                   15 jst-ran pic 9(5). *> run ticks so far
                   15 jst-why pic X(30). *> what failed or skipped it
           01 job-fields. *> scratch fields for the job stream
               10 job-eof pic X.
               10 job-n pic 99.
               10 job-m pic 99.
               10 job-p pic 9.
               10 job-found pic 99.
               10 job-ready pic X.
               10 job-launch pic 99 value 0. *> one-shot: the step createprocess is launching, 0 = none
               10 job-prof pic 99. *> that step's profile slot
               10 job-exiting pic 99 value 0. *> one-shot: the step whose process is exiting normally
               10 job-ended pic 99. *> step slot of the process removeprocess is dropping
               10 job-stamp pic 99. *> step stampjobstep describes
               10 job-reserve pic 999 value 0. *> table slots the opening fill leaves for the stream
               10 job-before pic 999.
               10 job-ptr pic 999.
               10 job-in-job pic X(8).
               10 job-in-step pic X(8).
               10 job-in-class pic X(11).
               10 job-in-ticks pic X(6).
               10 job-in-parent pic X(8).
               10 job-in-pred pic X(8) occurs 4 times.
               10 job-word pic X(7).
               10 job-path pic 9(9) occurs 20 times. *> critical path ending at each step
               10 job-cp pic 9(9).
               10 job-dur pic 9(9).
               10 job-pass pic 99.
               10 job-name-done pic X occurs 20 times. *> job already reported
           01 sch-fields. *> scratch fields for loadschedule and the tick dispatcher
               10 sch-count pic 99 value 0.
               10 sch-eof pic X.
               10 acc-tab-lockwait pic 9(7).
               10 acc-tab-mail pic 999.
               10 acc-tab-paged pic 9(7).
           01 acc-cputab occurs 8 times. *> per-CPU records read back for the report, summed across roundrobin runs, slot = CPU
               10 acc-tab-busy pic 9(9).
               10 acc-tab-idle pic 9(9).
               10 acc-tab-migrate-in pic 9(7).
               10 acc-tab-migrate-out pic 9(7).
           01 acc-fields. *> scratch fields for writeaccounting and the accounting report
               10 acc-eof pic X.
               10 acc-count pic 999.
               10 acc-skipped pic 9(5).
               10 acc-cpu-records pic 9(5).
               10 acc-a pic 999.
               10 acc-b pic 999.
               10 acc-flush pic 999.
               10 acc-mail pic 999.
               10 acc-class pic X(11).
               10 acc-total-run pic 9(9).
               10 acc-busy pic 9(9).
               10 acc-share pic 999.
               10 trd-max-gap pic 99999.
               10 trd-max-failures pic 9(5).
               10 trd-peak-tick pic 9(9).
               10 trd-total-swapouts pic 9(9).
               10 trd-total-swapins pic 9(9).
               10 trd-max-swapins pic 9(5).
               10 trd-last-tick pic 9(9).
               10 trd-in-thrash pic X.
               10 trd-window-start pic 9(9).
               10 trd-window-ticks pic 9(9).
               10 trd-windows pic 999.
               10 trd-thrash-ticks pic 9(9).
               10 trd-w pic 999.
           01 trd-windowtab occurs 50 times. *> thrashing windows found in the telemetry history, for the trend report
               10 trd-win-start pic 9(9).
               10 trd-win-end pic 9(9).
               10 trd-win-ticks pic 9(9).
               10 trd-win-open pic X. *> Y = still thrashing when the history ends
           01 ckpt-n pic 999. *> loop index shared by save-checkpoint/restore-checkpoint
           01 pool-limits. *> operator-configurable pool sizes, capped at the occurs max below
               10 process-limit pic 999 value 100.
               10 audit-pid pic 999.
               10 audit-action pic X(17).
               10 audit-parent pic 999.
               10 audit-detail pic X(14). *> optional event detail, e.g. SEED=nnnnnnnnn; cleared after every write
           01 ones.
               10 thickness pic 9.     *> max threads per process
               10 repetition pic 999.  *> how long to spend creating processes

           01 tickcount pic 9(9) value 0. *> scheduler ticks since program start, the LRU clock

           01 run-seed pic 9(9) value 0. *> seed the random stream started from; stamped on the trail, telemetry, accounting and checkpoint
           01 seed-input pic X(10) value spaces. *> operator-supplied seed for seedrandom, blank = pick one from the clock
           01 rnd-fields. *> the recorded random stream: minimal-standard Park-Miller, so one seed replays a run exactly
               10 rnd-state pic 9(10) value 1. *> checkpointed, so a resumed run continues the same stream
               10 rnd-product pic 9(15).
               10 rnd-value pic V9(9). *> the latest draw, 0 <= rnd-value < 1
               10 rnd-clock pic X(21).

           01 swapslots occurs 100 times. *> swapped-out region images, slot = PID
               10 swap-held pic X value "N".
               10 swap-length pic 99999.
               10 sw-off pic 9999.
               10 sw-l pic 99999.

           01 thrash-threshold pic 999 value 5. *> swap-ins per telemetry interval that declare thrashing, 0 = never
           01 thrash-mode pic X value "N". *> Y while thrashing: new work is refused and the lowest priorities are parked in swap
           01 thrash-fields. *> swap-rate counters and scratch fields for checkthrashing
               10 thr-swapouts pic 9(5) value 0. *> system-wide, this telemetry interval
               10 thr-swapins pic 9(5) value 0.
               10 thr-since pic 9(9) value 0. *> tick thrashing was declared
               10 thr-ticks pic 9(8). *> fits TICKS=<n> in audit-detail
               10 thr-top-pid pic 999.
               10 thr-top-ins pic 9(5).
               10 thr-top-outs pic 9(5).
               10 thr-low pic 9.
               10 thr-unparked pic 999.
               10 thr-held pic 9.
               10 thr-n pic 999.
           01 swaprates occurs 100 times. *> per-PID swap counts for the current telemetry interval, slot = PID
               10 swr-outs pic 9(5) value 0.
               10 swr-ins pic 9(5) value 0.

           01 ff-rescan pic X. *> did the last firstfit pass move the candidate page?

           01 frame-owner pic 999 value 0 occurs 100 times. *> PID holding each 100-byte frame, 0 = free; frame f covers ram [(f-1)*100+1, f*100]
       open output audit-file. *> lifecycle audit trail, for post-mortem review
       open output telemetry-file. *> a fresh history per session, like the audit trail
       close telemetry-file.
       open output swaprate-file. *> the per-process swap rates behind each sample
       close swaprate-file.
       open output accounting-file. *> a fresh chargeback history per session too
       close accounting-file.
       open output alert-file. *> and a fresh alert log
       close alert-file.
       open output trace-file. *> and a fresh dispatch trace
       close trace-file.
       perform loadprofiles. *> named workload classes, if a profile file is present
       perform loadalertrules. *> telemetry alert rules, if a rules file is present

       configure. *> prompt for tick delay and pool limits, keeping defaults on blank input
           display "tick delay in seconds, 3 decimals (blank keeps " quantum "): "
               compute tree-ram-limit = function numval(configuration-input)
               if tree-ram-limit < 1 set tree-ram-limit to 1 end-if
           end-if

           display "simulated CPUs, 1-8 (blank keeps " cpu-count "): "
               with no advancing
           accept configuration-input
           if configuration-input not = spaces
               compute cpu-count = function numval(configuration-input)
               if cpu-count < 1 set cpu-count to 1 end-if
               if cpu-count > 8 set cpu-count to 8 end-if *> the per-CPU tables only hold 8
           end-if

           display "thrashing threshold, swap-ins per telemetry interval, 0=off (blank keeps " thrash-threshold "): "
               with no advancing
           accept configuration-input
           if configuration-input not = spaces
               compute thrash-threshold = function numval(configuration-input)
           end-if

           display "random seed, 1-999999999 (blank picks one from the clock): "
               with no advancing
           accept seed-input
           perform seedrandom
           display " ".

       request. *> interactive menu
           display "L: telemetry trend report."
           display "C: reconcile threadlist against process thread counts."
           display "V: verify pagetable and ram consistency."
           display "N: reseed the random stream."
           display "J: job stream status report."
           display "H: telemetry alert summary."
           display "B: run commands from a control file."
           display "Q: exit."
           display " "
           else if upper-case(selection)="L" perform trendreport
           else if upper-case(selection)="C" perform reconcile
           else if upper-case(selection)="V" perform verifymemory
           else if upper-case(selection)="N"
                display "random seed, 1-999999999 (blank picks one from the clock): "
                    with no advancing
                accept seed-input
                perform seedrandom
           else if upper-case(selection)="J" perform jobreport
           else if upper-case(selection)="H" perform alertsummary
           else if upper-case(selection)="B" perform runbatch
           else if upper-case(selection)="Q"
                perform flushaccounting *> survivors get their records too
                perform archiverun *> file the session before the next one overwrites its history
                close audit-file
                display "Goodbye." goback
           else display "Invalid input."
           perform varying repetition from 600 by -1 until repetition=0
               display "round " repetition
               add 1 to tickcount
               perform drawrandom
               if rnd-value > i/100.0 perform createprocess end-if
               perform drawrandom
               if rnd-value < i/100.0 perform terminateprocess end-if
               add 1 to telemetry-countdown
               if telemetry-countdown >= telemetry-interval
                   perform telemetrysample
           perform terminateprocess until i=1.
           perform randomreport.
           perform trendreport.
           perform alertsummary.

       randomreport. *> closing stats for the randomprocess stress test
           display " "
               end-if
           end-if.

       loadalertrules. *> read the alert rules: name metric op threshold samples severity [action]
           move 0 to alr-count
           open input alertrule-file
           if alertrule-file-status = "00"
               move "N" to alr-eof
               perform until alr-eof = "Y"
                   read alertrule-file
                       at end move "Y" to alr-eof
                       not at end
                           if alertrule-record not = spaces
                               and alertrule-record(1:2) not = "*>"
                               perform parsealertrule
                           end-if
                   end-read
               end-perform
               close alertrule-file
               display alr-count " alert rules loaded."
           end-if.

       parsealertrule. *> stash one alert rule into the table, or complain and skip it
           if alr-count >= 20
               display "alert rule table full; line skipped: " alertrule-record
           else
               move spaces to alr-in-name alr-in-metric alr-in-op
                   alr-in-threshold alr-in-samples alr-in-severity
                   alr-in-action
               unstring alertrule-record delimited by all " "
                   into alr-in-name alr-in-metric alr-in-op
                       alr-in-threshold alr-in-samples alr-in-severity
                       alr-in-action
               end-unstring
               move upper-case(alr-in-metric) to alr-in-metric
               move upper-case(alr-in-op) to alr-in-op
               move upper-case(alr-in-action) to alr-in-action
               if alr-in-action = "NONE"
                   move spaces to alr-in-action
               end-if
               if alr-in-severity = spaces
                   or numval(alr-in-samples) = 0
                   or (alr-in-metric not = "PROCESSES" and not = "THREADS"
                       and not = "ALLOCATED" and not = "GAP"
                       and not = "FAILURES" and not = "SWAPINS"
                       and not = "SWAPOUTS")
                   or (alr-in-op not = "LT" and not = "LE" and not = "GT"
                       and not = "GE" and not = "EQ" and not = "NE"
                       and not = "RISE" and not = "FALL")
                   or (alr-in-action not = spaces and not = "COMPACT"
                       and not = "VERIFY" and not = "RECONCILE"
                       and not = "SNAPSHOT" and not = "DRAIN")
                   display "malformed alert rule skipped: " alertrule-record
               else
                   add 1 to alr-count
                   initialize alertrules(alr-count)
                   move upper-case(alr-in-name) to alr-name(alr-count)
                   move alr-in-metric to alr-metric(alr-count)
                   move alr-in-op to alr-op(alr-count)
                   compute alr-threshold(alr-count) = numval(alr-in-threshold)
                   compute alr-samples(alr-count) = numval(alr-in-samples)
                   move upper-case(alr-in-severity) to alr-severity(alr-count)
                   move alr-in-action to alr-action(alr-count)
                   move "N" to alr-firing(alr-count)
                   move "N" to alr-have-prev(alr-count)
                   move "N" to alr-judge(alr-count)
               end-if
           end-if.

       checkalerts. *> judge every rule against the sample just written: fire, hold, or clear
           perform varying alr-n from 1 by 1 until alr-n > alr-count
               evaluate alr-metric(alr-n)
                   when "PROCESSES" move tel-rec-processes to alr-value
                   when "THREADS" move tel-rec-threads to alr-value
                   when "ALLOCATED" move tel-rec-allocated to alr-value
                   when "GAP" move tel-rec-gap to alr-value
                   when "FAILURES" move tel-rec-failures to alr-value
                   when "SWAPINS" move tel-rec-swapins to alr-value
                   when "SWAPOUTS" move tel-rec-swapouts to alr-value
               end-evaluate
               move "N" to alr-breach
               evaluate alr-op(alr-n)
                   when "LT"
                       if alr-value < alr-threshold(alr-n) move "Y" to alr-breach end-if
                   when "LE"
                       if alr-value <= alr-threshold(alr-n) move "Y" to alr-breach end-if
                   when "GT"
                       if alr-value > alr-threshold(alr-n) move "Y" to alr-breach end-if
                   when "GE"
                       if alr-value >= alr-threshold(alr-n) move "Y" to alr-breach end-if
                   when "EQ"
                       if alr-value = alr-threshold(alr-n) move "Y" to alr-breach end-if
                   when "NE"
                       if alr-value not = alr-threshold(alr-n) move "Y" to alr-breach end-if
                   when "RISE" *> the first sample has nothing to rise from
                       if alr-have-prev(alr-n) = "Y"
                           and alr-value > alr-prev(alr-n) + alr-threshold(alr-n)
                           move "Y" to alr-breach
                       end-if
                   when "FALL"
                       if alr-have-prev(alr-n) = "Y"
                           and alr-value + alr-threshold(alr-n) < alr-prev(alr-n)
                           move "Y" to alr-breach
                       end-if
               end-evaluate
               move alr-value to alr-prev(alr-n)
               move "Y" to alr-have-prev(alr-n)

               if alr-judge(alr-n) = "Y" *> the sample after an action shows whether it cured the condition
                   if alr-breach = "Y"
                       add 1 to alr-unfixed(alr-n)
                   else
                       add 1 to alr-fixed(alr-n)
                   end-if
                   move "N" to alr-judge(alr-n)
               end-if

               if alr-breach = "Y"
                   if alr-streak(alr-n) < 99
                       add 1 to alr-streak(alr-n)
                   end-if
                   if alr-firing(alr-n) = "N"
                       and alr-streak(alr-n) >= alr-samples(alr-n)
                       move "Y" to alr-firing(alr-n)
                       move tickcount to alr-fired-at(alr-n)
                       add 1 to alr-fires(alr-n)
                       display "alert " alr-name(alr-n) " fired ("
                           alr-severity(alr-n) "): " alr-metric(alr-n) " "
                           alr-value " " alr-op(alr-n) " " alr-threshold(alr-n)
                       move "FIRED" to alr-event
                       move "ALERTFIRED" to audit-action
                       perform writealert
                       if alr-action(alr-n) not = spaces
                           perform alertaction
                           move "Y" to alr-judge(alr-n)
                       end-if
                   end-if
               else
                   move 0 to alr-streak(alr-n)
                   if alr-firing(alr-n) = "Y"
                       move "N" to alr-firing(alr-n)
                       compute alr-breach-ticks(alr-n) = alr-breach-ticks(alr-n)
                           + tickcount - alr-fired-at(alr-n)
                       display "alert " alr-name(alr-n) " cleared"
                       move "CLEARED" to alr-event
                       move "ALERTCLEARED" to audit-action
                       perform writealert
                   end-if
               end-if
           end-perform.

       writealert. *> one line for rule alr-n to the alert log, and its twin on the audit trail
           move spaces to alert-record
           move tickcount to alt-rec-tick
           move alr-event to alt-rec-event
           move alr-name(alr-n) to alt-rec-name
           move alr-severity(alr-n) to alt-rec-severity
           move alr-metric(alr-n) to alt-rec-metric
           move alr-op(alr-n) to alt-rec-op
           move alr-threshold(alr-n) to alt-rec-threshold
           move alr-value to alt-rec-value
           if alr-event = "FIRED"
               move alr-action(alr-n) to alt-rec-action
           end-if
           open extend alert-file
           if alert-file-status not = "00"
               open output alert-file
           end-if
           if alert-file-status = "00"
               write alert-record
               close alert-file
           end-if
           move 0 to audit-pid
           move 0 to audit-parent
           move alr-name(alr-n) to audit-detail
           perform writeaudit.

       alertaction. *> the automatic corrective action of rule alr-n, dispatched the way a schedule entry would be
           display "alert " alr-name(alr-n) " takes action " alr-action(alr-n)
           move batch-mode to saved-batch-mode *> actions must not block on their own accepts
           move "Y" to batch-mode
           evaluate alr-action(alr-n)
               when "COMPACT" perform compactmemory
               when "VERIFY" perform verifymemory
               when "RECONCILE" perform reconcile
               when "SNAPSHOT"
                   perform taskmanager
                   perform memoryreport
               when "DRAIN"
                   move "Y" to drain-mode
                   display "alert drain requested: no new work; "
                       "waits will run down, then a final checkpoint"
           end-evaluate
           move saved-batch-mode to batch-mode.

       alertsummary. *> per rule: how often it fired, how long it stayed in breach, and whether its action helped
           display " "
           display "== telemetry alert summary =="
           if alr-count = 0
               display "no alert rules loaded."
           else
               perform varying alr-n from 1 by 1 until alr-n > alr-count
                   move alr-breach-ticks(alr-n) to alr-open
                   if alr-firing(alr-n) = "Y" *> still in breach: count it up to now
                       compute alr-open = alr-open + tickcount - alr-fired-at(alr-n)
                   end-if
                   display alr-name(alr-n) " " alr-severity(alr-n) " "
                       alr-metric(alr-n) " " alr-op(alr-n) " "
                       alr-threshold(alr-n) " x" alr-samples(alr-n) ": "
                       alr-fires(alr-n) " fires, " alr-open " ticks in breach"
                   if alr-firing(alr-n) = "Y"
                       display "    still firing"
                   end-if
                   if alr-action(alr-n) not = spaces
                       display "    action " alr-action(alr-n) ": fixed it "
                           alr-fixed(alr-n) " times, did not "
                           alr-unfixed(alr-n) " times"
                       if alr-judge(alr-n) = "Y"
                           display "    (last action not yet judged)"
                       end-if
                   end-if
               end-perform
           end-if
           display " ".

       seedrandom. *> start the recorded stream from seed-input, or from the clock when blank, and stamp the seed on the trail
           move 0 to rnd-product
           if seed-input not = spaces
               compute rnd-product = numval(seed-input)
               if rnd-product < 1 or rnd-product > 999999999
                   display "seed " seed-input " is out of range; "
                       "picking one from the clock"
                   move 0 to rnd-product
               end-if
           end-if
           move spaces to seed-input
           if rnd-product = 0 *> pick one the operator can quote back to replay this session
               move current-date to rnd-clock
               compute rnd-product =
                   mod(numval(rnd-clock(7:10)), 999999998) + 1
           end-if
           move rnd-product to run-seed
           move run-seed to rnd-state
           display "run seed: " run-seed
           move 0 to audit-pid
           move 0 to audit-parent
           move "RUNSEED" to audit-action
           perform stampseed
           perform writeaudit.

       stampseed. *> put SEED=<run-seed> in audit-detail for the next writeaudit
           move spaces to audit-detail
           string
               "SEED="   delimited by size
               run-seed  delimited by size
               into audit-detail
           end-string.

       drawrandom. *> next value of the recorded stream into rnd-value; every simulated decision draws here
           compute rnd-product = rnd-state * 16807
           compute rnd-state = mod(rnd-product, 2147483647)
           compute rnd-value = (rnd-state - 1) / 2147483646.

       drawclass. *> pick a class slot from the configured mix percentages
           perform drawrandom
           compute prof-draw = rnd-value * 100
           move 0 to prof-cum
           move 0 to prof-pick
           perform varying prof-n from 1 by 1 until prof-n > prof-count

       createprocess. *> create a new process
           display "creating process..."
           if i<=process-limit and thrash-mode not = "Y" *> admission control: no new work while regions churn through swap
               move "Y" to pid-rescan *> look for unused PID: bump past every
               perform until pid-rescan = "N" *> collision until a full pass finds none
                   move "N" to pid-rescan
                   alphanumeric data by " "
               set processfactory-identity to creating
               if prof-count > 0 *> draw a workload class from the configured mix
                   if job-launch > 0 *> a job step names its class instead
                       move job-prof to prof-pick
                   else
                       perform drawclass
                   end-if
                   perform drawrandom
                   compute thickness = rnd-value
                       * (prof-thread-max(prof-pick)
                       - prof-thread-min(prof-pick) + 1)
                   add prof-thread-min(prof-pick) to thickness
                   add 1 to prof-creates(prof-pick)
                   display "process class: " prof-name(prof-pick)
               else
                   perform drawrandom
                   compute thickness = rnd-value*4
                   set thickness up by 1
                   perform drawrandom
                   compute processfactory-priority = rnd-value*4
                   add 1 to processfactory-priority
               end-if
               move "R" to processfactory-state
               move spawn-parent to processfactory-parent
               move job-launch to processfactory-job-step
               initialize acctstats(creating) *> a reused PID must not inherit the old incarnation's usage
               perform varying lk-n from 1 by 1 until lk-n > 6 *> nor its lock-wait history
                   move 0 to lkpid-wait(lk-n, creating)
               move creating to audit-pid *> CREATEPROCESS must precede this process's CREATETHREAD entries
               move spawn-parent to audit-parent
               move "CREATEPROCESS" to audit-action
               move processfactory-class to audit-detail *> offline billing recovers the class from here
               perform writeaudit

               perform createthread varying thickness *> add process threads
                   from thickness by -1 until thickness=0
               perform leastloadedcpu *> queue it on the CPU with the shortest run queue
               move cpu-lo to processfactory-cpu
               move processfactory to processlist(i)
               set i up by 1
               add 1 to stat-creates
               compute stat-peak-processes = function max(stat-peak-processes, i - 1)
           else
               if thrash-mode = "Y"
                   display "create refused: the system is thrashing"
                   move 0 to audit-pid *> no PID was ever assigned
                   move spawn-parent to audit-parent
                   move "THRASHDENIED" to audit-action
                   perform writeaudit
               else
                   display "processes list full!"
                   add 1 to stat-process-full
               end-if
           end-if
           move 0 to spawn-parent. *> one-shot: only this call records a parent


           if found-target = "N"
               compute terminating = i - 1 *> range of processes
               perform drawrandom
               compute terminating = terminating * rnd-value
               compute terminating = terminating + 1
               move processlist(terminating) to processfactory *> read process fields
               move processfactory-identity to terminating *> reuse index
           move terminating to audit-pid
           move 0 to audit-parent
           move 0 to acc-mail
           move spaces to acc-class
           move 0 to job-ended
           perform varying ii from 1 by 1 until ii=i *> record the parent on the trail entry
               move processlist(ii) to processfactory
               if processfactory-identity=terminating
                   move processfactory-mail-delivered to acc-mail
                   move processfactory-class to acc-class
                   move processfactory-job-step to job-ended
                   if processfactory-boost > 0 *> termination frees its locks, so the inversion ends here
                       perform endboost
                   end-if
                   move processfactory-parent to audit-parent *> after endboost, whose own audit entry zeroes the parent
                   perform findclass *> the class tallies its losses for the summary
                   if prof-pick > 0
                       add 1 to prof-terminates(prof-pick)
           end-perform
           move "TERMINATEPROCESS" to audit-action
           perform writeaudit
           if job-ended > 0 *> settle the job step this process was running
               perform endjobstep
           end-if
           move terminating to acc-flush *> the usage record dies with the process unless billed now
           perform writeaccounting
           perform varying lk-n from 1 by 1 until lk-n > 6 *> a terminated process takes no locks with it
               audit-action       delimited by size
               " PARENT="          delimited by size
               audit-parent       delimited by size
               " "                delimited by size
               audit-detail       delimited by size
               into audit-record
           end-string
           write audit-record
           move spaces to audit-detail.

       writeaccounting. *> append acc-flush's chargeback record and clear its counter slot
           move spaces to accounting-record *> the filler bytes between fields are never moved to otherwise
           move acct-lockwait-ticks(acc-flush) to acc-rec-lockwait
           move acc-mail to acc-rec-mail
           move acct-bytes-paged(acc-flush) to acc-rec-paged
           move run-seed to acc-rec-seed
           move acc-class to acc-rec-class
           open extend accounting-file
           if accounting-file-status not = "00" *> first record of a fresh run has no file to extend
               open output accounting-file
               move processlist(ii) to processfactory
               move processfactory-identity to acc-flush
               move processfactory-mail-delivered to acc-mail
               move processfactory-class to acc-class
               perform writeaccounting
           end-perform.

               end-if
           end-perform.

       runbatch. *> execute one Y/T/R/E/S/G/D/W/A/P/U/M/K/L/C/V/N/J/H command per line from a control file, in sequence
           display "control file path: " with no advancing
           accept batch-filename
           open input batch-file
                               when "L" perform trendreport
                               when "C" perform reconcile
                               when "V" perform verifymemory
                               when "N"
                                   move batch-record(3:10) to seed-input
                                   perform seedrandom
                               when "J" perform jobreport
                               when "H" perform alertsummary
                               when other
                                   display "unrecognized batch command: " batch-record
                           end-evaluate
               move 1 to recto
               move 1 to verso
               move 1 to dogear
               perform varying cpu-n from 1 by 1 until cpu-n > 8
                   move 1 to cpu-next(cpu-n)
               end-perform
               perform loadjobs *> a resumed run carries its job table in the checkpoint instead
               if batch-mode not = "Y"
                   display "tick delay in seconds, 3 decimals (blank keeps " quantum "): "
                       with no advancing
                   if configuration-input not = spaces
                       move upper-case(configuration-input) to scheduler-mode
                   end-if

                   display "priority inheritance on lock waits, Y/N (blank keeps " inherit-mode "): "
                       with no advancing
                   accept configuration-input
                   if configuration-input not = spaces
                       move upper-case(configuration-input) to inherit-mode
                   end-if
               end-if
               if thrash-mode = "Y" *> a fresh run does not inherit the last one's swap storm
                   perform endthrash
               end-if
               perform createprocess until i > process-limit - job-reserve *> leave the job stream room to launch
           end-if

           perform loadschedule *> deferred actions, if a schedule file is present
           move "N" to drain-mode
           move 0 to checkpoint-countdown
           if checkpoint-found = "Y" *> the interval clocks come back with the checkpoint; rebalancing now would move work off the saved schedule
               perform placecpus
           else
               move 0 to balance-countdown
               perform balancecpus *> place anything queued on a CPU this run does not have
           end-if
           open extend trace-file *> held open for the run; a record every tick is too many to reopen for
           if trace-file-status not = "00"
               open output trace-file
           end-if
           if trace-file-status = "00"
               move "Y" to trace-open
           end-if
           perform until recto>ram-limit
               add 1 to tickcount
               perform pollcommands
               perform runschedule *> fired actions reshuffle the table before any CPU picks from it
               perform runjobs *> released steps join before the CPUs pick, like scheduled work
               perform dispatchcpus
               perform finishjobsteps *> steps that met their run demand exit before deadlock victims are chosen
               perform detectdeadlock
               perform inheritpriority *> after the victims are gone, so no boost rides a dead wait chain
               perform writetrace *> the holders as the tick leaves them
               if i = 1
                   display "out of processes!" *> a deadlock victim's cascade can empty the run
                   compute recto = ram-limit + 1
               end-if
               add 1 to balance-countdown
               if balance-countdown >= balance-interval
                   perform balancecpus
                   move 0 to balance-countdown
               end-if
               add 1 to telemetry-countdown
               if telemetry-countdown >= telemetry-interval
                   perform telemetrysample
                       compute recto = ram-limit + 1 *> leave the loop for the menu
                   end-if
               end-if
           end-perform
           if trace-open = "Y"
               close trace-file
               move "N" to trace-open
           end-if
           perform writecpuaccounting
           perform alertsummary.

       dispatchcpus. *> one roundrobin tick: each CPU pages and runs the next process on its own run queue
           move "N" to cpu-oom
           move spaces to trace-record *> the filler bytes between fields are never moved to otherwise
           perform varying cpu-n from 1 by 1 until cpu-n > cpu-count
               move "N" to run-turn
               move 0 to trc-pid(cpu-n)
               move "I" to trc-reason(cpu-n)
               move 0 to trc-thread(cpu-n)
               perform pickcpuprocess
               if cpu-found = "Y"
                   move processlist-identity(paging) to trc-pid(cpu-n)
                   perform pageprocess
                   if pagetable(k)>0
                       perform runprocess
                       move trace-why to trc-reason(cpu-n)
                       move trace-thread to trc-thread(cpu-n)
                   else
                      if quota-blocked = "Y"
                          move "Q" to trc-reason(cpu-n)
                          display "process #" paging " held at its tree's ram quota"
                      else
                          move "M" to trc-reason(cpu-n)
                          display "out of memory!"
                          move "Y" to cpu-oom
                      end-if
                   end-if
               else
                   if cpu-parked > 0 *> everything queued here is left in swap until the thrashing passes
                       move processlist-identity(cpu-parked) to trc-pid(cpu-n)
                       move "K" to trc-reason(cpu-n)
                       display "process #" processlist-identity(cpu-parked)
                           " parked in swap while the system thrashes"
                   end-if
               end-if
               if run-turn = "Y"
                   add 1 to cpu-busy-ticks(cpu-n)
               else
                   add 1 to cpu-idle-ticks(cpu-n)
               end-if
           end-perform
           perform waitparked
           if cpu-oom = "Y" *> a later CPU's successful allocation must not hide an earlier one's failure
               compute recto = ram-limit + 1
           end-if.

       waitparked. *> a parked process is never dispatched, but the i/o or timer it waits on still runs down, so a drain can finish
           perform varying ii from 1 by 1 until ii=i
               if processlist-parked(ii) = "Y"
                   and (processlist-state(ii) = "B" or processlist-state(ii) = "S")
                   if processlist-wait-ticks(ii) > 0
                       subtract 1 from processlist-wait-ticks(ii)
                   end-if
                   if processlist-state(ii) = "B"
                       add 1 to acct-block-ticks(processlist-identity(ii))
                   else
                       add 1 to acct-sleep-ticks(processlist-identity(ii))
                   end-if
                   if processlist-wait-ticks(ii) = 0
                       move "R" to processlist-state(ii)
                       display "process #" processlist-identity(ii)
                           " wait complete in swap, ready once unparked"
                   end-if
               end-if
           end-perform.

       writetrace. *> stamp the tick and the lock holders on the CPU slots dispatchcpus filled, and append it
           if trace-open = "Y"
               move tickcount to trc-tick
               perform varying trace-n from 1 by 1 until trace-n > 6
                   move lock-holder(trace-n) to trc-holder(trace-n)
               end-perform
               write trace-record
           end-if.

       pickcpuprocess. *> next unparked position from cpu-next(cpu-n) on whose process prefers CPU cpu-n, wrapping once round the live positions
           move "N" to cpu-found
           move 0 to cpu-parked
           if i > 1
               if cpu-next(cpu-n) < 1 or cpu-next(cpu-n) > i - 1 *> terminations since last tick shrank the table
                   move 1 to cpu-next(cpu-n)
               end-if
               move cpu-next(cpu-n) to cpu-pos
               perform varying cpu-scan from 1 by 1
                       until cpu-scan > i - 1 or cpu-found = "Y"
                   if processlist-cpu(cpu-pos) = cpu-n
                       and processlist-parked(cpu-pos) not = "Y" *> parked work waits in swap without costing the queue a turn
                       move "Y" to cpu-found
                       move cpu-pos to paging
                   else
                       if processlist-cpu(cpu-pos) = cpu-n and cpu-parked = 0
                           move cpu-pos to cpu-parked
                       end-if
                       add 1 to cpu-pos
                       if cpu-pos > i - 1
                           move 1 to cpu-pos
                       end-if
                   end-if
               end-perform
               if cpu-found = "Y"
                   compute cpu-next(cpu-n) = mod(paging, i - 1) + 1 *> wrap within the live positions 1..i-1
               end-if
           end-if.

       leastloadedcpu. *> count each CPU's run queue and leave the shortest in cpu-lo, the longest in cpu-hi
           perform varying cpu-n from 1 by 1 until cpu-n > 8
               move 0 to cpu-load(cpu-n)
           end-perform
           perform varying iii from 1 by 1 until iii=i
               if processlist-cpu(iii) >= 1 and processlist-cpu(iii) <= cpu-count
                   add 1 to cpu-load(processlist-cpu(iii))
               end-if
           end-perform
           move 1 to cpu-lo
           move 1 to cpu-hi
           perform varying cpu-n from 2 by 1 until cpu-n > cpu-count
               if cpu-load(cpu-n) < cpu-load(cpu-lo)
                   move cpu-n to cpu-lo
               end-if
               if cpu-load(cpu-n) > cpu-load(cpu-hi)
                   move cpu-n to cpu-hi
               end-if
           end-perform.

       placecpus. *> a process queued on a CPU this run lacks is placed afresh on the shortest queue, not counted as a migration
           perform varying ii from 1 by 1 until ii=i
               if processlist-cpu(ii) < 1 or processlist-cpu(ii) > cpu-count
                   perform leastloadedcpu
                   move cpu-lo to processlist-cpu(ii)
               end-if
           end-perform.

       balancecpus. *> periodic load-balancing pass: migrate processes off the longest run queue until none leads the shortest by more than one
           perform placecpus
           move "Y" to cpu-moved
           perform until cpu-moved = "N"
               move "N" to cpu-moved
               perform leastloadedcpu
               if cpu-load(cpu-hi) > cpu-load(cpu-lo) + 1
                   move 0 to cpu-pos
                   perform varying ii from 1 by 1 until ii=i *> the last one queued moves, so long-queued work keeps its cache
                       if processlist-cpu(ii) = cpu-hi
                           set cpu-pos to ii
                       end-if
                   end-perform
                   move cpu-hi to cpu-from
                   move cpu-lo to processlist-cpu(cpu-pos)
                   add 1 to cpu-migrate-out(cpu-from)
                   add 1 to cpu-migrate-in(cpu-lo)
                   display "migrating process #" processlist-identity(cpu-pos)
                       " from CPU " cpu-from " to CPU " cpu-lo
                   move "Y" to cpu-moved
               end-if
           end-perform.

       writecpuaccounting. *> bill each CPU's busy/idle ticks and migrations for the run just ended, then clear them
           perform varying cpu-n from 1 by 1 until cpu-n > cpu-count
               move spaces to accounting-cpu-record
               move "CPU" to acc-cpu-tag
               move cpu-n to acc-cpu-id
               move cpu-busy-ticks(cpu-n) to acc-cpu-busy
               move cpu-idle-ticks(cpu-n) to acc-cpu-idle
               move cpu-migrate-in(cpu-n) to acc-cpu-migrate-in
               move cpu-migrate-out(cpu-n) to acc-cpu-migrate-out
               move run-seed to acc-cpu-seed
               open extend accounting-file
               if accounting-file-status not = "00"
                   open output accounting-file
               end-if
               if accounting-file-status = "00"
                   write accounting-cpu-record
                   close accounting-file
               end-if
               move 0 to cpu-busy-ticks(cpu-n)
               move 0 to cpu-idle-ticks(cpu-n)
               move 0 to cpu-migrate-in(cpu-n)
               move 0 to cpu-migrate-out(cpu-n)
           end-perform.

       pollcommands. *> act on operator directives dropped into roundrobin.command, then consume the file
                           end-if
                       when "E" when "T" when "M" when "K" when "L"
                       when "C" when "V" when "A" when "P" when "U"
                       when "D" when "J" when "H"
                           continue
                       when other
                           display "unschedulable verb; line skipped: "
                   when "P" perform lockreport
                   when "U" perform quotareport
                   when "D" perform redrive
                   when "J" perform jobreport
                   when "H" perform alertsummary
               end-evaluate
               move saved-batch-mode to batch-mode
           end-if.

       loadjobs. *> read the job stream: <job> <step> <class> <run-ticks> <parent-step|-> [predecessor-step ...]
           move 0 to job-count
           move 0 to job-reserve
           open input job-file
           if job-file-status = "00"
               move "N" to job-eof
               perform until job-eof = "Y"
                   read job-file
                       at end move "Y" to job-eof
                       not at end
                           if job-record not = spaces
                               and job-record(1:2) not = "*>"
                               perform parsejob
                           end-if
                   end-read
               end-perform
               close job-file
               perform varying job-n from 1 by 1 until job-n > job-count *> every name a step leans on must exist in its own job
                   if jst-parent(job-n) not = spaces
                       move jst-job(job-n) to job-in-job
                       move jst-parent(job-n) to job-in-step
                       perform findjobstep
                       if job-found = 0
                           move "S" to jst-state(job-n)
                           move "unknown parent step" to jst-why(job-n)
                       end-if
                   end-if
                   perform varying job-p from 1 by 1 until job-p > 4
                       if jst-pred(job-n, job-p) not = spaces
                           move jst-job(job-n) to job-in-job
                           move jst-pred(job-n, job-p) to job-in-step
                           perform findjobstep
                           if job-found = 0
                               move "S" to jst-state(job-n)
                               move "unknown predecessor" to jst-why(job-n)
                           end-if
                       end-if
                   end-perform
                   if jst-state(job-n) = "S"
                       display "job " jst-job(job-n) " step " jst-step(job-n)
                           " skipped: " jst-why(job-n)
                   end-if
               end-perform
               compute job-reserve = function min(job-count, process-limit - 1)
               display job-count " job steps loaded."
           end-if.

       parsejob. *> stash one job step line into the table, or complain and skip it
           if job-count >= 20
               display "job table full; line skipped: " job-record
           else
               move spaces to job-in-job job-in-step job-in-class
                   job-in-ticks job-in-parent
               perform varying job-p from 1 by 1 until job-p > 4
                   move spaces to job-in-pred(job-p)
               end-perform
               move 1 to job-ptr
               unstring job-record delimited by all " "
                   into job-in-job job-in-step job-in-class job-in-ticks
                       job-in-parent job-in-pred(1) job-in-pred(2)
                       job-in-pred(3) job-in-pred(4)
                   with pointer job-ptr
               end-unstring
               move upper-case(job-in-job) to job-in-job
               move upper-case(job-in-step) to job-in-step
               perform findjobstep *> a step name may appear once per job
               if job-in-job = spaces or job-in-step = spaces
                   or job-in-class = spaces or numval(job-in-ticks) = 0
                   display "malformed job line skipped: " job-record
               else if job-found > 0
                   display "duplicate job step; line skipped: " job-record
               else
                   add 1 to job-count
                   move job-in-job to jst-job(job-count)
                   move job-in-step to jst-step(job-count)
                   move upper-case(job-in-class) to jst-class(job-count)
                   compute jst-demand(job-count) = numval(job-in-ticks)
                   if job-in-parent = "-"
                       move spaces to jst-parent(job-count)
                   else
                       move upper-case(job-in-parent) to jst-parent(job-count)
                   end-if
                   perform varying job-p from 1 by 1 until job-p > 4
                       move upper-case(job-in-pred(job-p))
                           to jst-pred(job-count, job-p)
                   end-perform
                   move "W" to jst-state(job-count)
                   move 0 to jst-pid(job-count)
                   move 0 to jst-start(job-count)
                   move 0 to jst-end(job-count)
                   move 0 to jst-ran(job-count)
                   move spaces to jst-why(job-count)
               end-if
               end-if
           end-if.

       findjobstep. *> slot of step job-in-step of job job-in-job, left in job-found, 0 = none
           move 0 to job-found
           perform varying job-m from 1 by 1 until job-m > job-count
               if jst-step(job-m) = job-in-step and jst-job(job-m) = job-in-job
                   move job-m to job-found
               end-if
           end-perform.

       runjobs. *> release every waiting step whose predecessors all ended normally; fail the ones that cannot now run
           if drain-mode not = "Y" *> a draining system releases no new steps
               perform varying job-n from 1 by 1 until job-n > job-count
                   if jst-state(job-n) = "W"
                       perform checkjobstep
                   end-if
               end-perform
           end-if.

       checkjobstep. *> judge waiting step job-n: still waiting, failed, skipped, or launched now
           move "Y" to job-ready
           perform varying job-p from 1 by 1 until job-p > 4
               if jst-pred(job-n, job-p) not = spaces and jst-state(job-n) = "W"
                   move jst-job(job-n) to job-in-job
                   move jst-pred(job-n, job-p) to job-in-step
                   perform findjobstep
                   evaluate jst-state(job-found)
                       when "D" continue
                       when "F"
                       when "S" *> a predecessor that never finished fails everything downstream
                           move "F" to jst-state(job-n)
                           string "predecessor failed: " delimited by size
                               jst-step(job-found) delimited by space
                               into jst-why(job-n)
                           end-string
                           move 0 to audit-pid
                           move 0 to audit-parent
                           move "JOBSTEPFAILED" to audit-action
                           move job-n to job-stamp
                           perform stampjobstep
                           perform writeaudit
                           display "job " jst-job(job-n) " step " jst-step(job-n)
                               " failed: " jst-why(job-n)
                       when other
                           move "N" to job-ready
                   end-evaluate
               end-if
           end-perform
           if jst-state(job-n) = "W" and job-ready = "Y"
               move 0 to spawn-parent
               if jst-parent(job-n) not = spaces
                   move jst-job(job-n) to job-in-job
                   move jst-parent(job-n) to job-in-step
                   perform findjobstep
                   evaluate jst-state(job-found)
                       when "R" move jst-pid(job-found) to spawn-parent
                       when "W" move "N" to job-ready *> its parent has not started yet
                       when other
                           move "S" to jst-state(job-n)
                           move "parent step not running" to jst-why(job-n)
                   end-evaluate
               end-if
           end-if
           if jst-state(job-n) = "W" and job-ready = "Y"
               move 0 to job-prof
               perform varying prof-n from 1 by 1 until prof-n > prof-count
                   if prof-name(prof-n) = jst-class(job-n)
                       move prof-n to job-prof
                   end-if
               end-perform
               if job-prof = 0
                   move "S" to jst-state(job-n)
                   move "class not in profiles" to jst-why(job-n)
               end-if
           end-if
           if jst-state(job-n) = "S"
               move 0 to audit-pid
               move 0 to audit-parent
               move "JOBSTEPSKIPPED" to audit-action
               move job-n to job-stamp
               perform stampjobstep
               perform writeaudit
               display "job " jst-job(job-n) " step " jst-step(job-n)
                   " skipped: " jst-why(job-n)
           end-if
           if jst-state(job-n) = "W" and job-ready = "Y"
               display "job " jst-job(job-n) " releases step " jst-step(job-n)
               set job-before to i
               move job-n to job-launch
               if spawn-parent > 0
                   move spawn-parent to spawn-target
                   perform spawnprocess
               else
                   perform createprocess
               end-if
               move 0 to job-launch
               if i > job-before
                   move "R" to jst-state(job-n)
                   move creating to jst-pid(job-n)
                   move tickcount to jst-start(job-n)
                   move creating to audit-pid
                   move processlist-parent(i - 1) to audit-parent
                   move "JOBSTEPSTART" to audit-action
                   move job-n to job-stamp
                   perform stampjobstep
                   perform writeaudit
               else
                   display "job " jst-job(job-n) " step " jst-step(job-n)
                       " held: no room to launch it this tick" *> quota, full table or thrashing; try again next tick
               end-if
           end-if.

       finishjobsteps. *> a step whose process has run its demanded ticks exits normally, taking its descendants with it
           perform varying job-n from 1 by 1 until job-n > job-count
               if jst-state(job-n) = "R" and jst-ran(job-n) >= jst-demand(job-n)
                   display "job " jst-job(job-n) " step " jst-step(job-n)
                       " completes its " jst-demand(job-n) " run ticks"
                   move job-n to job-exiting
                   move jst-pid(job-n) to termination-target
                   perform terminateprocess
                   move 0 to job-exiting
               end-if
           end-perform.

       endjobstep. *> the process running step job-ended is gone: done if it was exiting normally, failed otherwise
           move tickcount to jst-end(job-ended)
           move jst-pid(job-ended) to audit-pid
           move 0 to audit-parent
           if job-ended = job-exiting
               move "D" to jst-state(job-ended)
               move "JOBSTEPDONE" to audit-action
           else
               move "F" to jst-state(job-ended)
               move "process terminated" to jst-why(job-ended)
               move "JOBSTEPFAILED" to audit-action
               display "job " jst-job(job-ended) " step "
                   jst-step(job-ended) " failed: its process was terminated"
           end-if
           move job-ended to job-stamp
           perform stampjobstep
           perform writeaudit.

       stampjobstep. *> put <job>/<step> of step job-stamp in audit-detail for the next writeaudit
           move spaces to audit-detail
           string
               jst-job(job-stamp)    delimited by space
               "/"                   delimited by size
               jst-step(job-stamp)   delimited by space
               into audit-detail
           end-string.

       jobreport. *> each step's state, PID and ticks, and every job's critical path
           display " "
           display "== job status report =="
           if job-count = 0
               display "no job stream loaded."
           else
               display "job      step     class       state   PID start     end       ran/need"
               perform varying job-n from 1 by 1 until job-n > job-count
                   evaluate jst-state(job-n)
                       when "W" move "waiting" to job-word
                       when "R" move "running" to job-word
                       when "D" move "done" to job-word
                       when "F" move "failed" to job-word
                       when "S" move "skipped" to job-word
                   end-evaluate
                   display jst-job(job-n) " " jst-step(job-n) " "
                       jst-class(job-n) " " job-word " " jst-pid(job-n) " "
                       jst-start(job-n) " " jst-end(job-n) " "
                       jst-ran(job-n) "/" jst-demand(job-n)
                   if jst-why(job-n) not = spaces
                       display "    " jst-why(job-n)
                   end-if
               end-perform

               *> longest chain of step durations through the predecessor links; a running step counts up to now
               perform varying job-n from 1 by 1 until job-n > job-count
                   move 0 to job-path(job-n)
                   move "N" to job-name-done(job-n)
               end-perform
               perform varying job-pass from 1 by 1 until job-pass > job-count
                   perform varying job-n from 1 by 1 until job-n > job-count
                       move 0 to job-dur
                       if jst-state(job-n) = "R"
                           compute job-dur = tickcount - jst-start(job-n)
                       end-if
                       if jst-state(job-n) = "D" or jst-state(job-n) = "F"
                           if jst-start(job-n) > 0
                               compute job-dur = jst-end(job-n) - jst-start(job-n)
                           end-if
                       end-if
                       move 0 to job-cp
                       perform varying job-p from 1 by 1 until job-p > 4
                           if jst-pred(job-n, job-p) not = spaces
                               move jst-job(job-n) to job-in-job
                               move jst-pred(job-n, job-p) to job-in-step
                               perform findjobstep
                               if job-found > 0
                                   and job-path(job-found) > job-cp
                                   move job-path(job-found) to job-cp
                               end-if
                           end-if
                       end-perform
                       compute job-path(job-n) = job-cp + job-dur
                   end-perform
               end-perform
               display " "
               perform varying job-n from 1 by 1 until job-n > job-count
                   if job-name-done(job-n) = "N"
                       move 0 to job-cp
                       perform varying job-m from job-n by 1 until job-m > job-count
                           if jst-job(job-m) = jst-job(job-n)
                               move "Y" to job-name-done(job-m)
                               if job-path(job-m) > job-cp
                                   move job-path(job-m) to job-cp
                               end-if
                           end-if
                       end-perform
                       display "job " jst-job(job-n) ": critical path "
                           job-cp " elapsed ticks"
                   end-if
               end-perform
           end-if
           display " ".

       runprocess. *> give the process at position paging its scheduler tick
           move processlist(paging) to processfactory
           move "Y" to run-turn
           move "R" to trace-why
           move 0 to trace-thread
           if processfactory-state = "B" or processfactory-state = "S" *> waiting out a simulated i/o or timer, not runnable
               move "N" to run-turn
               move processfactory-state to trace-why
               subtract 1 from processfactory-wait-ticks
               if processfactory-state = "B"
                   add 1 to acct-block-ticks(processfactory-identity)
           end-if
           if run-turn = "Y"
               if scheduler-mode = "P" *> higher priority clears the draw more often; aging guarantees everyone eventually does
                   perform drawrandom
                   compute sched-draw = rnd-value * 9
                   move processfactory-priority to pi-prio
                   if inherit-mode = "Y" and processfactory-boost > pi-prio *> an inherited priority counts while the inversion lasts
                       move processfactory-boost to pi-prio
                   end-if
                   if pi-prio + processfactory-aging < sched-draw
                       move "N" to run-turn
                       move "P" to trace-why
                       if processfactory-aging < 99
                           add 1 to processfactory-aging
                       end-if
                       display "holding process #" paging " (priority "
                           pi-prio ", aging " processfactory-aging ")"
                   end-if
               end-if
           end-if
                       lock-name(lk-r) " after waiting"
               else
                   move "N" to run-turn
                   move "L" to trace-why
                   add 1 to acct-lockwait-ticks(processfactory-identity)
                   add 1 to lks-wait-ticks(lk-r)
                   add 1 to processfactory-lock-wait
               move 0 to processfactory-aging
               move "U" to processfactory-state
               add 1 to acct-run-ticks(processfactory-identity)
               if processfactory-job-step > 0 *> progress toward the step's run demand, checkpointed with the job table
                   add 1 to jst-ran(processfactory-job-step)
               end-if
               display "running process #" paging
               if processfactory-mail-count > 0 *> pending mail is handed over on the tick the process runs
                   perform varying msg-n from 1 by 1
                   move 0 to prof-io-cut
                   move 0 to prof-sleep-cut
               end-if
               perform drawrandom
               compute lk-draw = rnd-value * 100 *> does this burst touch a shared resource?
               if lk-draw < prof-lock-cut
                   perform drawrandom
                   compute lk-r = rnd-value * 6
                   add 1 to lk-r
                   if processfactory-locks-held(lk-r:1) = "Y"
                       move 0 to lock-holder(lk-r)
                       end-if
                   end-if
               end-if
               perform drawrandom
               compute sched-draw = rnd-value * 100 *> does this burst end in a simulated wait?
               if sched-draw < prof-io-cut
                   move "B" to processfactory-state
                   perform drawrandom
                   compute processfactory-wait-ticks = rnd-value * 8
                   add 1 to processfactory-wait-ticks
                   display "process #" paging " starts i/o wait, "
                       processfactory-wait-ticks " ticks"
               else
                   if sched-draw < prof-io-cut + prof-sleep-cut
                       move "S" to processfactory-state
                       perform drawrandom
                       compute processfactory-wait-ticks = rnd-value * 5
                       add 1 to processfactory-wait-ticks
                       display "process #" paging " sleeps for "
                           processfactory-wait-ticks " ticks"
                       end-if
                   else
                       move "U" to threadfactory-state
                       if trace-thread = 0
                           move threadfactory-identity to trace-thread
                       end-if
                       display "  thread #" threadfactory-identity
                           " of process #" processfactory-identity " runs"
                       perform drawrandom
                       compute th-draw = rnd-value * 100 *> does this slice end blocked on the thread's own i/o?
                       if th-draw < th-io-cut and drain-mode not = "Y"
                           move "B" to threadfactory-state
                           perform drawrandom
                           compute threadfactory-wait-ticks = rnd-value * 5
                           add 1 to threadfactory-wait-ticks
                           display "  thread #" threadfactory-identity
                               " of process #" processfactory-identity
                   display "process #" dl-start
                   display "resolving deadlock: terminating victim process #"
                       dl-start
                   add 1 to rt-victims
                   move dl-start to termination-target
                   perform terminateprocess
               end-if
           end-perform.

       inheritpriority. *> find every priority inversion along the wait chains detectdeadlock walks, and boost or drop each holder to match
           perform varying pi-n from 1 by 1 until pi-n > 100
               move 0 to pi-want-prio(pi-n)
               move 0 to pi-want-lock(pi-n)
               move 0 to pi-want-from(pi-n)
           end-perform
           if scheduler-mode = "P" *> round robin ignores priority, so nothing can be inverted
               perform varying pi-w from 1 by 1 until pi-w >= i
                   if processlist-lock-request(pi-w) > 0
                       perform walkinversion
                   end-if
               end-perform
           end-if
           perform varying pi-pos from 1 by 1 until pi-pos >= i
               move processlist(pi-pos) to processfactory
               move processfactory-identity to pi-h
               if pi-want-prio(pi-h) > 0
                   if processfactory-boost not = pi-want-prio(pi-h)
                       if processfactory-boost = 0 *> a fresh inversion
                           move tickcount to processfactory-boost-since
                           move pi-want-lock(pi-h) to processfactory-boost-lock
                           add 1 to pis-inversions(processfactory-boost-lock)
                       end-if
                       move pi-want-prio(pi-h) to processfactory-boost
                       if inherit-mode = "Y"
                           display "process #" pi-h " inherits priority "
                               processfactory-boost " from process #"
                               pi-want-from(pi-h) " waiting on "
                               lock-name(pi-want-lock(pi-h))
                           move pi-h to audit-pid
                           move pi-want-from(pi-h) to audit-parent
                           move "PRIOBOOST" to audit-action
                           move spaces to audit-detail
                           string
                               "PRIO="                         delimited by size
                               processfactory-boost            delimited by size
                               " "                             delimited by size
                               lock-name(pi-want-lock(pi-h))   delimited by size
                               into audit-detail
                           end-string
                           perform writeaudit
                       end-if
                   end-if
               else
                   if processfactory-boost > 0 *> the waiter got its lock, gave up, or died
                       perform endboost
                   end-if
               end-if
               move processfactory to processlist(pi-pos)
           end-perform.

       walkinversion. *> follow the wait chain from the waiter at position pi-w, carrying the highest priority seen down to each holder
           move processlist-priority(pi-w) to pi-prio
           move processlist-lock-request(pi-w) to pi-r
           move 0 to pi-hops
           perform until pi-r = 0
               add 1 to pi-hops
               move lock-holder(pi-r) to pi-h
               if pi-h = 0 or pi-h = processlist-identity(pi-w)
                       or pi-hops >= i *> free, or back round a cycle detectdeadlock has yet to break
                   move 0 to pi-r
               else
                   move 0 to pi-n
                   perform varying iii from 1 by 1 until iii=i
                       if processlist-identity(iii) = pi-h
                           set pi-n to iii
                       end-if
                   end-perform
                   if pi-n = 0
                       move 0 to pi-r
                   else
                       if pi-prio > processlist-priority(pi-n)
                               and pi-prio > pi-want-prio(pi-h)
                           move pi-prio to pi-want-prio(pi-h)
                           move pi-r to pi-want-lock(pi-h)
                           move processlist-identity(pi-w) to pi-want-from(pi-h)
                       end-if
                       if processlist-priority(pi-n) > pi-prio
                           move processlist-priority(pi-n) to pi-prio
                       end-if
                       move processlist-lock-request(pi-n) to pi-r *> transitively: whatever the holder waits on inherits too
                   end-if
               end-if
           end-perform.

       endboost. *> processfactory's inversion is over: bank its length and drop it back to its own priority
           compute pi-ticks = tickcount - processfactory-boost-since
           add pi-ticks to pis-ticks(processfactory-boost-lock)
           if pi-ticks > pis-worst(processfactory-boost-lock)
               move pi-ticks to pis-worst(processfactory-boost-lock)
           end-if
           if inherit-mode = "Y"
               display "process #" processfactory-identity
                   " drops back to priority " processfactory-priority
                   " after " pi-ticks " ticks"
               move processfactory-identity to audit-pid
               move 0 to audit-parent
               move "PRIOUNBOOST" to audit-action
               move spaces to audit-detail
               string
                   "TICKS="   delimited by size
                   pi-ticks   delimited by size
                   into audit-detail
               end-string
               perform writeaudit
           end-if
           move 0 to processfactory-boost
           move 0 to processfactory-boost-lock
           move 0 to processfactory-boost-since.

       save-checkpoint. *> snapshot roundrobin state so a killed run can resume
           move process-limit to restart-process-limit
           move thread-limit to restart-thread-limit
           set restart-i to i
           set restart-j to j
           set restart-k to k
           move run-seed to restart-run-seed
           move rnd-state to restart-rnd-state
           move cpu-count to restart-cpu-count
           move thrash-mode to restart-thrash-mode
           move thr-since to restart-thrash-since
           move inherit-mode to restart-inherit-mode
           move jobtable to restart-jobtable
           perform varying cpu-n from 1 by 1 until cpu-n > 8
               move cpu-next(cpu-n) to restart-cpu-next(cpu-n)
           end-perform
           move balance-countdown to restart-balance-countdown
           move telemetry-countdown to restart-telemetry-countdown
           move thr-swapouts to restart-thrash-swapouts
           move thr-swapins to restart-thrash-swapins
           perform varying thr-n from 1 by 1 until thr-n > 100
               move swr-outs(thr-n) to restart-swr-outs(thr-n)
               move swr-ins(thr-n) to restart-swr-ins(thr-n)
           end-perform
           perform varying alr-n from 1 by 1 until alr-n > 20
               move spaces to restart-alr-name(alr-n)
               if alr-n <= alr-count
                   move alr-name(alr-n) to restart-alr-name(alr-n)
                   move alr-streak(alr-n) to restart-alr-streak(alr-n)
                   move alr-firing(alr-n) to restart-alr-firing(alr-n)
                   move alr-fired-at(alr-n) to restart-alr-fired-at(alr-n)
                   move alr-prev(alr-n) to restart-alr-prev(alr-n)
                   move alr-have-prev(alr-n) to restart-alr-have-prev(alr-n)
                   move alr-judge(alr-n) to restart-alr-judge(alr-n)
               else
                   move 0 to restart-alr-streak(alr-n)
                   move "N" to restart-alr-firing(alr-n)
                   move 0 to restart-alr-fired-at(alr-n)
                   move 0 to restart-alr-prev(alr-n)
                   move "N" to restart-alr-have-prev(alr-n)
                   move "N" to restart-alr-judge(alr-n)
               end-if
           end-perform

           *> write each file under a temp name first; only rename (atomic on the
           *> filesystem) into the real name once all five temps are complete, so a
           *> kill mid-save can never leave the real checkpoint set torn or truncated
           move "roundrobin.restart.tmp" to restart-filename
           open output restart-file
           close restart-pagetable-file
           move "roundrobin.restart.pagetable" to restart-pagetable-filename

           move "roundrobin.restart.swap.tmp" to swap-filename *> the live swap file moves on after this tick, so the set keeps its own copy
           perform writeswapfile
           move "roundrobin.swap" to swap-filename

           *> all five temps are on disk; commit them as a group, but don't claim
           *> success unless every rename actually landed
           move "Y" to ckpt-save-ok
           call "CBL_RENAME_FILE" using "roundrobin.restart.tmp"
               display "checkpoint save failed: could not commit roundrobin.restart.pagetable"
               move "N" to ckpt-save-ok
           end-if
           call "CBL_RENAME_FILE" using "roundrobin.restart.swap.tmp"
               "roundrobin.restart.swap" returning ckpt-rename-rc end-call
           if ckpt-rename-rc not = 0
               display "checkpoint save failed: could not commit roundrobin.restart.swap"
               move "N" to ckpt-save-ok
           end-if

           if ckpt-save-ok = "Y"
               display "checkpoint saved at paging cycle " paging "."
               set i to restart-i
               set j to restart-j
               set k to restart-k
               move restart-run-seed to run-seed *> pick the stream up where the checkpoint left it, not afresh
               move restart-rnd-state to rnd-state
               move restart-cpu-count to cpu-count
               if cpu-count < 1 set cpu-count to 1 end-if *> a hand-edited checkpoint must not overrun the per-CPU tables
               if cpu-count > 8 set cpu-count to 8 end-if
               move restart-thrash-mode to thrash-mode *> the parked flags ride in the processlist
               move restart-thrash-since to thr-since
               move restart-inherit-mode to inherit-mode *> the boosts themselves ride in the processlist
               move restart-jobtable to jobtable
               perform varying cpu-n from 1 by 1 until cpu-n > 8
                   move restart-cpu-next(cpu-n) to cpu-next(cpu-n)
               end-perform
               move restart-balance-countdown to balance-countdown
               move restart-telemetry-countdown to telemetry-countdown
               move restart-thrash-swapouts to thr-swapouts
               move restart-thrash-swapins to thr-swapins
               perform varying thr-n from 1 by 1 until thr-n > 100
                   move restart-swr-outs(thr-n) to swr-outs(thr-n)
                   move restart-swr-ins(thr-n) to swr-ins(thr-n)
               end-perform
               perform varying alr-n from 1 by 1 until alr-n > alr-count *> a rule added or reordered since the save starts clean
                   if restart-alr-name(alr-n) = alr-name(alr-n)
                       move restart-alr-streak(alr-n) to alr-streak(alr-n)
                       move restart-alr-firing(alr-n) to alr-firing(alr-n)
                       move restart-alr-fired-at(alr-n) to alr-fired-at(alr-n)
                       move restart-alr-prev(alr-n) to alr-prev(alr-n)
                       move restart-alr-have-prev(alr-n) to alr-have-prev(alr-n)
                       move restart-alr-judge(alr-n) to alr-judge(alr-n)
                   end-if
               end-perform

               perform varying ckpt-n from 1 by 1 until ckpt-n > process-limit
                   move restart-processlist(ckpt-n) to processlist(ckpt-n)
                   move restart-pagesize(ckpt-n) to pagesize(ckpt-n)
                   move restart-pagetick(ckpt-n) to pagetick(ckpt-n)
               end-perform
               move "roundrobin.restart.swap" to swap-filename *> the swap slots as they stood at the save
               perform loadswapfile
               move "roundrobin.swap" to swap-filename
               if swap-file-status not = "00" *> a set saved before it carried its own copy: fall back to the live file
                   perform loadswapfile
               end-if
               perform writeswapfile *> the live file mirrors the restored slots again
               perform rebuildram *> ram itself is not checkpointed; refill the mapped regions

               display "resumed from checkpoint at paging cycle " paging "."
               display "continuing the random stream of run seed " run-seed
               move 0 to audit-pid
               move 0 to audit-parent
               move "RUNSEED" to audit-action
               perform stampseed
               perform writeaudit
           else
               display "checkpoint incomplete or missing; starting fresh."
           end-if.
               end-if
           end-perform
           if evict-found = "Y"
               perform evictregion
           end-if.

       evictregion. *> push process #evict-pid's mapped region out of ram into its swap slot
           add 1 to thr-swapouts
           add 1 to rt-swapouts
           add 1 to swr-outs(evict-pid)
           display "evicting process #" evict-pid " at memory address "
               pagetable(evict-pid) " to the swap file"
           move "Y" to swap-held(evict-pid)
           move pagesize(evict-pid) to swap-length(evict-pid)
           if pagemode(evict-pid) = "P" *> gather the scattered frames into one contiguous image
               compute fr-limit = ram-limit / 100
               perform varying fr-n from 1 by 1 until fr-n > fr-limit
                   if frame-owner(fr-n) = evict-pid
                       compute fr-addr = (fr-n - 1) * 100 + 1
                       compute fr-off = (frame-page(fr-n) - 1) * 100
                       perform varying fr-t from 1 by 1 until fr-t > 100
                           compute sw-l = fr-addr + fr-t - 1
                           compute sw-off = fr-off + fr-t
                           move ram(sw-l)
                               to swap-bytes(evict-pid)(sw-off:1)
                       end-perform
                   end-if
               end-perform
               move evict-pid to fr-pid
               perform freeframes
           else
               perform varying sw-off from 1 by 1
                       until sw-off > pagesize(evict-pid)
                   compute sw-l = pagetable(evict-pid) + sw-off - 1
                   move ram(sw-l) to swap-bytes(evict-pid)(sw-off:1)
                   move "0" to ram(sw-l)
               end-perform
           end-if
           move 0 to pagetable(evict-pid)
           move 0 to pagesize(evict-pid)
           perform writeswapfile.

       swapin. *> copy the evicted image back from its swap slot over the fresh allocation
           add 1 to thr-swapins
           add 1 to rt-swapins
           add 1 to swr-ins(processfactory-identity)
           display "process #" processfactory-identity
               " swapped back in from the swap file"
           if pagemode(processfactory-identity) = "P" *> scatter the image back across the new frames
           move mem-total-allocated to tel-rec-allocated
           move mem-largest-gap to tel-rec-gap
           move alloc-failures to tel-rec-failures
           move run-seed to tel-rec-seed
           perform checkthrashing
           move thr-swapouts to tel-rec-swapouts
           move thr-swapins to tel-rec-swapins
           move thrash-mode to tel-rec-thrash
           move thr-top-pid to tel-rec-top-pid
           move thr-top-ins to tel-rec-top-ins
           move thr-top-outs to tel-rec-top-outs
           open extend telemetry-file
           if telemetry-file-status not = "00" *> first sample of a fresh run has no file to extend
               open output telemetry-file
           if telemetry-file-status = "00"
               write telemetry-record
               close telemetry-file
           end-if
           perform checkalerts *> after the write, so the sample shows the state the rules judged, not what an action left
           perform writeswaprates
           move 0 to thr-swapouts *> the swap rates are per interval
           move 0 to thr-swapins
           perform varying thr-n from 1 by 1 until thr-n > 100
               move 0 to swr-outs(thr-n)
               move 0 to swr-ins(thr-n)
           end-perform.

       writeswaprates. *> append this interval's swap counts for every process that swapped at all
           open extend swaprate-file
           if swaprate-file-status not = "00"
               open output swaprate-file
           end-if
           if swaprate-file-status = "00"
               perform varying thr-n from 1 by 1 until thr-n > 100
                   if swr-outs(thr-n) > 0 or swr-ins(thr-n) > 0
                       move spaces to swaprate-record
                       move tickcount to swr-rec-tick
                       move thr-n to swr-rec-pid
                       move swr-outs(thr-n) to swr-rec-outs
                       move swr-ins(thr-n) to swr-rec-ins
                       move run-seed to swr-rec-seed
                       write swaprate-record
                   end-if
               end-perform
               close swaprate-file
           end-if.

       checkthrashing. *> judge this interval's swap-in rate: declare thrashing, park deeper, or recover
           move 0 to thr-top-pid
           move 0 to thr-top-ins
           move 0 to thr-top-outs
           perform varying thr-n from 1 by 1 until thr-n > 100
               if swr-ins(thr-n) > thr-top-ins
                   move thr-n to thr-top-pid
                   move swr-ins(thr-n) to thr-top-ins
                   move swr-outs(thr-n) to thr-top-outs
               end-if
           end-perform
           if thrash-threshold > 0
               if thrash-mode not = "Y"
                   if thr-swapins >= thrash-threshold
                       move "Y" to thrash-mode
                       move tickcount to thr-since
                       display "thrashing: " thr-swapins " swap-ins this interval"
                           " (threshold " thrash-threshold "); new work"
                           " refused, lowest priorities parked"
                       move 0 to audit-pid
                       move 0 to audit-parent
                       move "THRASHSTART" to audit-action
                       perform stampswapins
                       perform writeaudit
                       perform parklowest
                   end-if
               else
                   if thr-swapins * 2 < thrash-threshold *> recover only well below the trigger, or it flaps every sample
                       perform endthrash
                   else
                       perform parklowest *> still churning: park the next priority level up
                   end-if
               end-if
           end-if.

       stampswapins. *> put SWAPINS=<n> in audit-detail for the next writeaudit
           move spaces to audit-detail
           string
               "SWAPINS="    delimited by size
               thr-swapins   delimited by size
               into audit-detail
           end-string.

       parklowest. *> park every unparked process at the lowest priority present, sparing lock holders and the last runnable one
           move 0 to thr-unparked
           move 9 to thr-low
           perform varying ii from 1 by 1 until ii=i
               if processlist-parked(ii) not = "Y"
                   add 1 to thr-unparked
                   if processlist-priority(ii) < thr-low
                       move processlist-priority(ii) to thr-low
                   end-if
               end-if
           end-perform
           perform varying ii from 1 by 1 until ii=i
               if processlist-parked(ii) not = "Y"
                   and processlist-priority(ii) = thr-low
                   and thr-unparked > 1
                   move 0 to thr-held
                   inspect processlist-locks-held(ii) tallying thr-held for all "Y"
                   if thr-held = 0 *> a parked lock holder would stall every waiter behind it
                       move "Y" to processlist-parked(ii)
                       subtract 1 from thr-unparked
                       move processlist-identity(ii) to evict-pid
                       display "parking process #" evict-pid " (priority "
                           thr-low ") in swap while the system thrashes"
                       if pagetable(evict-pid) > 0
                           perform evictregion
                       end-if
                       move evict-pid to audit-pid
                       move processlist-parent(ii) to audit-parent
                       move "THRASHPARKED" to audit-action
                       perform writeaudit
                   end-if
               end-if
           end-perform.

       endthrash. *> the swap-in rate has fallen back: release the parked processes and admit new work again
           compute thr-ticks = tickcount - thr-since
           move "N" to thrash-mode
           perform varying ii from 1 by 1 until ii=i
               move "N" to processlist-parked(ii)
           end-perform
           display "thrashing over after " thr-ticks " ticks; parked"
               " processes released, new work admitted"
           move 0 to audit-pid
           move 0 to audit-parent
           move "THRASHEND" to audit-action
           move spaces to audit-detail
           string
               "TICKS="   delimited by size
               thr-ticks  delimited by size
               into audit-detail
           end-string
           perform writeaudit.

       trendreport. *> read the telemetry history back and report per-interval extremes
           initialize trend-fields
           move "N" to trd-eof
                           if tel-rec-allocated = trd-max-allocated
                               move tel-rec-tick to trd-peak-tick
                           end-if
                           perform trendthrash
                   end-read
               end-perform
               close telemetry-file
               if trd-in-thrash = "Y" *> a window still open when the history ends lasts until the last sample
                   compute trd-window-ticks = trd-last-tick - trd-window-start
                   add trd-window-ticks to trd-thrash-ticks
                   if trd-windows <= 50
                       move trd-last-tick to trd-win-end(trd-windows)
                       move trd-window-ticks to trd-win-ticks(trd-windows)
                       move "Y" to trd-win-open(trd-windows)
                   end-if
               end-if
               display " "
               display "== telemetry trend report =="
               display "samples: " trd-samples " (every "
                       trd-max-failures
                   display "memory pressure peaked at tick " trd-peak-tick
                       " (" trd-max-allocated " bytes allocated)"
                   display "swap-outs: " trd-total-swapouts ", swap-ins: "
                       trd-total-swapins ", worst interval "
                       trd-max-swapins " swap-ins"
                   if trd-windows = 0
                       display "no thrashing windows"
                   else
                       display trd-windows " thrashing windows, "
                           trd-thrash-ticks " ticks thrashing in all:"
                       perform varying trd-w from 1 by 1
                               until trd-w > trd-windows or trd-w > 50
                           if trd-win-open(trd-w) = "Y"
                               display "    tick " trd-win-start(trd-w)
                                   " to " trd-win-end(trd-w) ": "
                                   trd-win-ticks(trd-w)
                                   " ticks, still thrashing when the"
                                   " history ends"
                           else
                               display "    tick " trd-win-start(trd-w)
                                   " to " trd-win-end(trd-w) ": "
                                   trd-win-ticks(trd-w) " ticks"
                           end-if
                       end-perform
                       if trd-windows > 50
                           display "    windows past the fiftieth are "
                               "counted above but not listed"
                       end-if
                   end-if
               end-if
               display " "
           end-if.

       trendthrash. *> fold one telemetry sample into the swap totals and the thrashing windows
           add tel-rec-swapouts to trd-total-swapouts
           add tel-rec-swapins to trd-total-swapins
           compute trd-max-swapins = max(trd-max-swapins, tel-rec-swapins)
           move tel-rec-tick to trd-last-tick
           if tel-rec-thrash = "Y"
               if trd-in-thrash not = "Y" *> the sample that declared it opens the window
                   move "Y" to trd-in-thrash
                   move tel-rec-tick to trd-window-start
                   add 1 to trd-windows
                   if trd-windows <= 50
                       move tel-rec-tick to trd-win-start(trd-windows)
                       move "N" to trd-win-open(trd-windows)
                   end-if
               end-if
           else
               if trd-in-thrash = "Y" *> the first calm sample closes it
                   move "N" to trd-in-thrash
                   compute trd-window-ticks = tel-rec-tick - trd-window-start
                   add trd-window-ticks to trd-thrash-ticks
                   if trd-windows <= 50
                       move tel-rec-tick to trd-win-end(trd-windows)
                       move trd-window-ticks to trd-win-ticks(trd-windows)
                   end-if
               end-if
           end-if.

       accountingreport. *> read the chargeback history back and rank PIDs by CPU share and wait ratio
           move 0 to acc-count
           move 0 to acc-skipped
           move 0 to acc-total-run
           move 0 to acc-cpu-records
           perform varying cpu-n from 1 by 1 until cpu-n > 8
               initialize acc-cputab(cpu-n)
           end-perform
           move "N" to acc-eof
           open input accounting-file
           if accounting-file-status not = "00"
                   read accounting-file
                       at end move "Y" to acc-eof
                       not at end
                           if acc-cpu-tag = "CPU" *> a per-CPU record, not a PID's
                               add 1 to acc-cpu-records
                               if acc-cpu-id >= 1 and acc-cpu-id <= 8
                                   add acc-cpu-busy to acc-tab-busy(acc-cpu-id)
                                   add acc-cpu-idle to acc-tab-idle(acc-cpu-id)
                                   add acc-cpu-migrate-in
                                       to acc-tab-migrate-in(acc-cpu-id)
                                   add acc-cpu-migrate-out
                                       to acc-tab-migrate-out(acc-cpu-id)
                               end-if
                           else
                               if acc-count < 200
                                   add 1 to acc-count
                                   move acc-rec-pid to acc-tab-pid(acc-count)
                                   move acc-rec-run to acc-tab-run(acc-count)
                                   move acc-rec-block to acc-tab-block(acc-count)
                                   move acc-rec-sleep to acc-tab-sleep(acc-count)
                                   move acc-rec-lockwait to acc-tab-lockwait(acc-count)
                                   move acc-rec-mail to acc-tab-mail(acc-count)
                                   move acc-rec-paged to acc-tab-paged(acc-count)
                                   add acc-rec-run to acc-total-run
                               else
                                   add 1 to acc-skipped *> past the table cap; truncation must not be silent
                               end-if
                           end-if
                   end-read
               end-perform
                       acc-tab-mail(acc-a) " messages, "
                       acc-tab-paged(acc-a) " bytes paged"
               end-perform
               if acc-cpu-records > 0
                   display " "
                   display "per-CPU utilization, summed over " acc-cpu-records
                       " CPU records:"
                   perform varying cpu-n from 1 by 1 until cpu-n > 8
                       compute cpu-total = acc-tab-busy(cpu-n)
                           + acc-tab-idle(cpu-n)
                       if cpu-total > 0
                           compute cpu-util =
                               acc-tab-busy(cpu-n) * 100 / cpu-total
                           display "CPU " cpu-n ": " acc-tab-busy(cpu-n)
                               " busy ticks, " acc-tab-idle(cpu-n)
                               " idle ticks, " cpu-util "% busy, "
                               acc-tab-migrate-in(cpu-n) " migrations in, "
                               acc-tab-migrate-out(cpu-n) " out"
                       end-if
                   end-perform
               end-if
               display " "
           end-if.

                   end-if
               end-perform
           end-perform

           *> inversions still under way are counted up to this tick, without closing them
           perform varying lkr-r from 1 by 1 until lkr-r > 6
               move 0 to pi-open(lkr-r)
               move 0 to pi-open-ticks(lkr-r)
           end-perform
           perform varying ii from 1 by 1 until ii=i
               if processlist-boost(ii) > 0
                   move processlist-boost-lock(ii) to lkr-r
                   add 1 to pi-open(lkr-r)
                   compute pi-ticks = tickcount - processlist-boost-since(ii)
                   add pi-ticks to pi-open-ticks(lkr-r)
               end-if
           end-perform
           display " "
           if inherit-mode = "Y"
               display "priority inversions (inheritance on):"
           else
               display "priority inversions (inheritance off, detected only):"
           end-if
           perform varying lkr-r from 1 by 1 until lkr-r > 6
               if pis-inversions(lkr-r) > 0
                   compute pi-avg = (pis-ticks(lkr-r) + pi-open-ticks(lkr-r))
                       / pis-inversions(lkr-r)
                   display lock-name(lkr-r) ": " pis-inversions(lkr-r)
                       " inversions, " pis-ticks(lkr-r) " ticks inverted, "
                       "average " pi-avg ", worst " pis-worst(lkr-r) " ticks"
                   if pi-open(lkr-r) > 0
                       display "    " pi-open(lkr-r) " still inverted, "
                           pi-open-ticks(lkr-r) " ticks so far"
                   end-if
               else
                   display lock-name(lkr-r) ": no inversions"
               end-if
           end-perform
           display " ".

       quotareport. *> each top-level tree's usage against the per-tree quotas
           end-perform

           compute cpt-gap = ram-limit - cpt-next-free + 1
           add 1 to rt-compactions
           add cpt-moved to rt-bytes-moved
           display "compaction moved " cpt-moved " bytes; largest free "
               "contiguous gap is now " cpt-gap
           display " ".

       archiverun. *> file this session under the next run ID: configuration, classes, telemetry, accounting, locks, totals
           move 0 to arc-last
           open input archive-file
           if archive-file-status = "00"
               move "N" to arc-eof
               perform until arc-eof = "Y"
                   read archive-file
                       at end move "Y" to arc-eof
                       not at end
                           if arc-type = "H" and arc-run is numeric
                               and arc-run > arc-last
                               move arc-run to arc-last
                           end-if
                   end-read
               end-perform
               close archive-file
           end-if
           compute arc-id = arc-last + 1
           open extend archive-file
           if archive-file-status not = "00" *> the first session filed has no archive to extend
               open output archive-file
           end-if
           if archive-file-status not = "00"
               display "roundrobin.archive could not be opened; session not archived"
           else
               move spaces to archive-record
               move current-date to arc-clock
               move arc-clock(1:14) to arh-stamp
               move run-seed to arh-seed
               move quantum to arh-quantum
               move process-limit to arh-process-limit
               move thread-limit to arh-thread-limit
               move ram-limit to arh-ram-limit
               move tree-descendant-limit to arh-tree-descendants
               move tree-thread-limit to arh-tree-threads
               move tree-ram-limit to arh-tree-ram
               move cpu-count to arh-cpu-count
               move thrash-threshold to arh-thrash-threshold
               move allocation-strategy to arh-strategy
               move scheduler-mode to arh-scheduler
               move inherit-mode to arh-inherit
               move prof-count to arh-classes
               move "H" to arc-type
               perform writearchive

               perform varying arc-n from 1 by 1 until arc-n > prof-count
                   move spaces to archive-record
                   move prof-name(arc-n) to arp-name
                   move prof-thread-min(arc-n) to arp-thread-min
                   move prof-thread-max(arc-n) to arp-thread-max
                   move prof-priority(arc-n) to arp-priority
                   move prof-io-prob(arc-n) to arp-io-prob
                   move prof-lock-prob(arc-n) to arp-lock-prob
                   move prof-mix(arc-n) to arp-mix
                   move "P" to arc-type
                   perform writearchive
               end-perform

               open input telemetry-file
               if telemetry-file-status = "00"
                   move "N" to arc-eof
                   perform until arc-eof = "Y"
                       read telemetry-file
                           at end move "Y" to arc-eof
                           not at end
                               move spaces to archive-record
                               move telemetry-record to arc-body
                               move "T" to arc-type
                               perform writearchive
                       end-read
                   end-perform
                   close telemetry-file
               end-if

               open input accounting-file
               if accounting-file-status = "00"
                   move "N" to arc-eof
                   perform until arc-eof = "Y"
                       read accounting-file
                           at end move "Y" to arc-eof
                           not at end
                               move spaces to archive-record
                               move accounting-record to arc-body
                               move "A" to arc-type
                               perform writearchive
                       end-read
                   end-perform
                   close accounting-file
               end-if

               perform varying arc-n from 1 by 1 until arc-n > 6
                   move spaces to archive-record
                   move lock-name(arc-n) to ark-name
                   move lks-acquisitions(arc-n) to ark-acquisitions
                   move lks-wait-events(arc-n) to ark-wait-events
                   move lks-wait-ticks(arc-n) to ark-wait-ticks
                   move lks-longest-wait(arc-n) to ark-longest-wait
                   move lks-deadlocks(arc-n) to ark-deadlocks
                   move pis-inversions(arc-n) to ark-inversions
                   move pis-ticks(arc-n) to ark-inversion-ticks
                   move "K" to arc-type
                   perform writearchive
               end-perform

               move spaces to archive-record
               move tickcount to ars-ticks
               move rt-compactions to ars-compactions
               move rt-bytes-moved to ars-bytes-moved
               move rt-swapouts to ars-swapouts
               move rt-swapins to ars-swapins
               move rt-victims to ars-victims
               move alloc-failures to ars-alloc-failures
               move "S" to arc-type
               perform writearchive
               close archive-file
               display "session archived as run " arc-id
           end-if.

       writearchive. *> stamp the run ID on the record just filled and append it
           move arc-id to arc-run
           write archive-record.
