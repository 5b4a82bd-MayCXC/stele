program-id. runcompare.

*> offline comparison of two sessions homework.cob filed in
*> roundrobin.archive, the baseline and the current run, so a change of
*> configuration (allocation strategy F/B/P, scheduler R/P, pool limits,
*> quotas, the profile mix) can be judged on what it did rather than on
*> one screenful of output. Prints the two configurations side by side,
*> then process/thread population, allocation failures, the largest-gap
*> trend, compaction and swap activity, run and wait ticks by workload
*> class, lock wait per resource and deadlock victims. A measure that got
*> worse by more than the tolerance is flagged REGRESSION, one that got
*> better by as much IMPROVED, and a neutral measure that moved that far
*> CHANGED. Ends with return code 8 if a run is not in the archive, 4 if
*> anything regressed, 0 otherwise.

environment division.
configuration section.
       repository.
           function all intrinsic.
input-output section.
       file-control.
           select archive-file assign to "roundrobin.archive"
               organization is line sequential
               file status is archive-file-status.

data division.
       file section.
       fd archive-file. *> the layouts mirror homework.cob's archive records
           01 archive-record.
               10 arc-type pic X. *> H header, P profile, T telemetry, A accounting, K lock, S summary
               10 filler pic X.
               10 arc-run pic 9(6).
               10 filler pic X.
               10 arc-body pic X(80).
           01 archive-header-record.
               10 filler pic X(9).
               10 arh-stamp pic X(14).
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
               10 arh-strategy pic X.
               10 filler pic X.
               10 arh-scheduler pic X.
               10 filler pic X.
               10 arh-inherit pic X.
               10 filler pic X.
               10 arh-classes pic 9.
           01 archive-profile-record.
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
           01 archive-telemetry-record. *> a roundrobin.telemetry line behind the prefix
               10 filler pic X(9).
               10 art-tick pic 9(9).
               10 filler pic X.
               10 art-processes pic 999.
               10 filler pic X.
               10 art-threads pic 999.
               10 filler pic X.
               10 art-allocated pic 9(5).
               10 filler pic X.
               10 art-gap pic 9(5).
               10 filler pic X.
               10 art-failures pic 9(5).
           01 archive-accounting-record. *> a roundrobin.accounting line behind the prefix
               10 filler pic X(9).
               10 ara-pid pic 999.
               10 filler pic X.
               10 ara-run pic 9(7).
               10 filler pic X.
               10 ara-block pic 9(7).
               10 filler pic X.
               10 ara-sleep pic 9(7).
               10 filler pic X.
               10 ara-lockwait pic 9(7).
               10 filler pic X.
               10 ara-mail pic 999.
               10 filler pic X.
               10 ara-paged pic 9(7).
               10 filler pic X.
               10 ara-seed pic 9(9).
               10 filler pic X.
               10 ara-class pic X(11).
           01 archive-cpu-record. *> per-CPU lines share the accounting file; "CPU" in the PID columns
               10 filler pic X(9).
               10 ara-cpu-tag pic X(3).
               10 filler pic X(77).
           01 archive-lock-record.
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
           01 archive-summary-record.
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
               10 ars-victims pic 9(5).
               10 filler pic X.
               10 ars-alloc-failures pic 9(5).

       working-storage section.
           01 archive-file-status pic XX value "00".
           01 input-eof pic X. *> shared by the two archive passes
           01 run-input pic X(10). *> keyboard input
           01 base-input pic X(10). *> keyboard input, held until the current run is known
           01 archive-last pic 9(6) value 0. *> highest run ID on file
           01 archive-runs pic 9(6) value 0. *> sessions on file
           01 tolerance pic 999 value 10. *> percent a measure may move before it is flagged
           01 run-id pic 9(6) occurs 2 times. *> 1 = baseline, 2 = current
           01 sides occurs 2 times. *> what each run's records add up to, 1 = baseline, 2 = current
               10 sd-found pic X.
               10 sd-stamp pic X(14).
               10 sd-seed pic 9(9).
               10 sd-quantum pic V999.
               10 sd-process-limit pic 999.
               10 sd-thread-limit pic 999.
               10 sd-ram-limit pic 9(5).
               10 sd-tree-descendants pic 999.
               10 sd-tree-threads pic 999.
               10 sd-tree-ram pic 9(5).
               10 sd-cpu-count pic 9.
               10 sd-thrash-threshold pic 999.
               10 sd-strategy pic X.
               10 sd-scheduler pic X.
               10 sd-inherit pic X.
               10 sd-samples pic 9(5).
               10 sd-peak-processes pic 999.
               10 sd-sum-processes pic 9(9).
               10 sd-peak-threads pic 999.
               10 sd-sum-threads pic 9(9).
               10 sd-first-gap pic 9(5).
               10 sd-last-gap pic 9(5).
               10 sd-min-gap pic 9(5).
               10 sd-sum-gap pic 9(9).
               10 sd-ticks pic 9(9).
               10 sd-compactions pic 9(5).
               10 sd-bytes-moved pic 9(9).
               10 sd-swapouts pic 9(7).
               10 sd-swapins pic 9(7).
               10 sd-victims pic 9(5).
               10 sd-alloc-failures pic 9(5).
               10 sd-records pic 9(5). *> usage records read
               10 sd-run-total pic 9(9).
               10 sd-wait-total pic 9(9).
           01 classes occurs 16 times. *> classes seen in either run, in first-seen order
               10 cls-name pic X(11). *> spaces = unclassed processes
               10 cls-side occurs 2 times.
                   15 cls-mix pic 999.
                   15 cls-defined pic X. *> Y = the run's profile file named the class
                   15 cls-records pic 9(5).
                   15 cls-run pic 9(9).
                   15 cls-wait pic 9(9). *> blocked + sleeping + lock-wait ticks
           01 cls-count pic 99 value 0.
           01 locks occurs 6 times. *> resources seen in either run, in first-seen order
               10 lck-name pic X(6).
               10 lck-side occurs 2 times.
                   15 lck-wait-events pic 9(5).
                   15 lck-wait-ticks pic 9(7).
                   15 lck-longest-wait pic 9(5).
                   15 lck-deadlocks pic 9(5).
                   15 lck-inversions pic 9(5).
           01 lck-count pic 9 value 0.
           01 load-fields. *> scratch fields for the loading pass
               10 ld-s pic 9.
               10 ld-n pic 99.
               10 ld-found pic 99.
               10 ld-class pic X(11).
               10 ld-name pic X(6).
               10 ld-dropped pic 9(5) value 0. *> classes or resources past the tables
           01 cmp-fields. *> one measure handed to compareline
               10 cmp-label pic X(30).
               10 cmp-base pic 9(9)V9.
               10 cmp-cur pic 9(9)V9.
               10 cmp-worse pic X. *> H = higher is worse, L = lower is worse, N = neither
               10 cmp-tenths pic X. *> Y = show one decimal place
               10 cmp-pct pic S9(7).
               10 cmp-beyond pic X.
           01 cmp-line. *> one printed comparison line
               10 cml-label pic X(30).
               10 cml-base pic X(12).
               10 filler pic X value space.
               10 cml-cur pic X(12).
               10 filler pic X value space.
               10 cml-pct pic X(8).
               10 filler pic X value space.
               10 cml-flag pic X(10).
           01 cfg-fields. *> one configuration item handed to configline
               10 cfg-label pic X(30).
               10 cfg-base pic X(12).
               10 cfg-cur pic X(12).
           01 report-fields. *> edited copies for the printed lines
               10 rpt-count pic z(10)9.
               10 rpt-tenths pic z(8)9.9.
               10 rpt-pct pic -(6)9.
               10 rpt-quantum pic 9.999.
               10 rpt-regressions pic z(4)9.
               10 rpt-improvements pic z(4)9.
           01 verdicts. *> what the comparison lines flagged
               10 regressions pic 9(5) value 0.
               10 improvements pic 9(5) value 0.
           01 rc-s pic 9. *> side being reported on
           01 rc-word pic X(12).

procedure division.
       runcompare. *> pick the two runs, total their archive records, and print them side by side
           perform findruns
           if archive-file-status not = "00"
               display "roundrobin.archive not found; run the simulator and exit with Q first."
               move 8 to return-code
               goback
           end-if
           display archive-runs " sessions archived, latest run " archive-last

           display "baseline run ID (blank = the run before current): "
               with no advancing
           accept base-input
           display "current run ID (blank = latest): " with no advancing
           accept run-input
           if run-input = spaces
               move archive-last to run-id(2)
           else
               compute run-id(2) = numval(run-input)
           end-if
           if base-input = spaces *> resolved second, since it defaults off the current run
               if run-id(2) > 1
                   compute run-id(1) = run-id(2) - 1
               else
                   move 0 to run-id(1)
               end-if
           else
               compute run-id(1) = numval(base-input)
           end-if
           display "tolerance percent before a difference is flagged (blank keeps "
               tolerance "): " with no advancing
           accept run-input
           if run-input not = spaces
               compute tolerance = numval(run-input)
           end-if

           perform loadruns
           if sd-found(1) not = "Y" or sd-found(2) not = "Y"
               if sd-found(1) not = "Y"
                   display "baseline run " run-id(1) " is not in the archive."
               end-if
               if sd-found(2) not = "Y"
                   display "current run " run-id(2) " is not in the archive."
               end-if
               move 8 to return-code
               goback
           end-if

           perform configsection
           perform populationsection
           perform memorysection
           perform classsection
           perform locksection

           display " "
           display "== verdict =="
           move regressions to rpt-regressions
           move improvements to rpt-improvements
           display rpt-regressions " regressions, " rpt-improvements
               " improvements beyond " tolerance "% tolerance"
           if ld-dropped > 0
               display "warning: " ld-dropped
                   " classes or resources past the tables were not compared"
           end-if
           if regressions > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           goback.

       findruns. *> first pass: how many sessions are on file, and the latest run ID
           open input archive-file
           if archive-file-status = "00"
               move "N" to input-eof
               perform until input-eof = "Y"
                   read archive-file
                       at end move "Y" to input-eof
                       not at end
                           if arc-type = "H" and arc-run is numeric
                               add 1 to archive-runs
                               if arc-run > archive-last
                                   move arc-run to archive-last
                               end-if
                           end-if
                   end-read
               end-perform
               close archive-file
           end-if.

       loadruns. *> second pass: total every record belonging to either run
           perform varying ld-s from 1 by 1 until ld-s > 2
               initialize sides(ld-s)
               move "N" to sd-found(ld-s)
               move 99999 to sd-min-gap(ld-s)
           end-perform
           open input archive-file
           if archive-file-status = "00"
               move "N" to input-eof
               perform until input-eof = "Y"
                   read archive-file
                       at end move "Y" to input-eof
                       not at end
                           move 0 to ld-s
                           if arc-run is numeric
                               if arc-run = run-id(2)
                                   move 2 to ld-s
                               else if arc-run = run-id(1)
                                   move 1 to ld-s
                               end-if
                               end-if
                           end-if
                           if ld-s > 0
                               perform loadrecord
                           end-if
                   end-read
               end-perform
               close archive-file
           end-if
           perform varying ld-s from 1 by 1 until ld-s > 2
               if sd-samples(ld-s) = 0
                   move 0 to sd-min-gap(ld-s)
               end-if
           end-perform.

       loadrecord. *> add one archive record into side ld-s
           evaluate arc-type
               when "H"
                   move "Y" to sd-found(ld-s)
                   move arh-stamp to sd-stamp(ld-s)
                   move arh-seed to sd-seed(ld-s)
                   move arh-quantum to sd-quantum(ld-s)
                   move arh-process-limit to sd-process-limit(ld-s)
                   move arh-thread-limit to sd-thread-limit(ld-s)
                   move arh-ram-limit to sd-ram-limit(ld-s)
                   move arh-tree-descendants to sd-tree-descendants(ld-s)
                   move arh-tree-threads to sd-tree-threads(ld-s)
                   move arh-tree-ram to sd-tree-ram(ld-s)
                   move arh-cpu-count to sd-cpu-count(ld-s)
                   move arh-thrash-threshold to sd-thrash-threshold(ld-s)
                   move arh-strategy to sd-strategy(ld-s)
                   move arh-scheduler to sd-scheduler(ld-s)
                   move arh-inherit to sd-inherit(ld-s)
               when "P"
                   move arp-name to ld-class
                   perform findclass
                   if ld-found > 0
                       move arp-mix to cls-mix(ld-found, ld-s)
                       move "Y" to cls-defined(ld-found, ld-s)
                   end-if
               when "T"
                   add 1 to sd-samples(ld-s)
                   add art-processes to sd-sum-processes(ld-s)
                   add art-threads to sd-sum-threads(ld-s)
                   add art-gap to sd-sum-gap(ld-s)
                   if art-processes > sd-peak-processes(ld-s)
                       move art-processes to sd-peak-processes(ld-s)
                   end-if
                   if art-threads > sd-peak-threads(ld-s)
                       move art-threads to sd-peak-threads(ld-s)
                   end-if
                   if sd-samples(ld-s) = 1
                       move art-gap to sd-first-gap(ld-s)
                   end-if
                   move art-gap to sd-last-gap(ld-s)
                   if art-gap < sd-min-gap(ld-s)
                       move art-gap to sd-min-gap(ld-s)
                   end-if
               when "A"
                   if ara-cpu-tag not = "CPU"
                       move ara-class to ld-class
                       perform findclass
                       add 1 to sd-records(ld-s)
                       add ara-run to sd-run-total(ld-s)
                       compute sd-wait-total(ld-s) = sd-wait-total(ld-s)
                           + ara-block + ara-sleep + ara-lockwait
                       if ld-found > 0
                           add 1 to cls-records(ld-found, ld-s)
                           add ara-run to cls-run(ld-found, ld-s)
                           compute cls-wait(ld-found, ld-s) = cls-wait(ld-found, ld-s)
                               + ara-block + ara-sleep + ara-lockwait
                       end-if
                   end-if
               when "K"
                   move ark-name to ld-name
                   perform findlock
                   if ld-found > 0
                       move ark-wait-events to lck-wait-events(ld-found, ld-s)
                       move ark-wait-ticks to lck-wait-ticks(ld-found, ld-s)
                       move ark-longest-wait to lck-longest-wait(ld-found, ld-s)
                       move ark-deadlocks to lck-deadlocks(ld-found, ld-s)
                       move ark-inversions to lck-inversions(ld-found, ld-s)
                   end-if
               when "S"
                   move ars-ticks to sd-ticks(ld-s)
                   move ars-compactions to sd-compactions(ld-s)
                   move ars-bytes-moved to sd-bytes-moved(ld-s)
                   move ars-swapouts to sd-swapouts(ld-s)
                   move ars-swapins to sd-swapins(ld-s)
                   move ars-victims to sd-victims(ld-s)
                   move ars-alloc-failures to sd-alloc-failures(ld-s)
               when other
                   continue
           end-evaluate.

       findclass. *> slot for class ld-class in ld-found, added if new, 0 when the table is full
           move 0 to ld-found
           perform varying ld-n from 1 by 1 until ld-n > cls-count or ld-found > 0
               if cls-name(ld-n) = ld-class
                   move ld-n to ld-found
               end-if
           end-perform
           if ld-found = 0
               if cls-count < 16
                   add 1 to cls-count
                   initialize classes(cls-count)
                   move ld-class to cls-name(cls-count)
                   move cls-count to ld-found
               else
                   add 1 to ld-dropped
               end-if
           end-if.

       findlock. *> slot for resource ld-name in ld-found, added if new, 0 when the table is full
           move 0 to ld-found
           perform varying ld-n from 1 by 1 until ld-n > lck-count or ld-found > 0
               if lck-name(ld-n) = ld-name
                   move ld-n to ld-found
               end-if
           end-perform
           if ld-found = 0
               if lck-count < 6
                   add 1 to lck-count
                   initialize locks(lck-count)
                   move ld-name to lck-name(lck-count)
                   move lck-count to ld-found
               else
                   add 1 to ld-dropped
               end-if
           end-if.

       printheading. *> column heads over a block of comparison lines
           move spaces to cmp-line
           move "measure" to cml-label
           move "    baseline" to cml-base
           move "     current" to cml-cur
           move "  change" to cml-pct
           display cmp-line.

       configline. *> one configuration item, marked when the runs differ
           move spaces to cmp-line
           move cfg-label to cml-label
           move cfg-base to cml-base
           move cfg-cur to cml-cur
           if cfg-base not = cfg-cur
               move "differs" to cml-flag
           end-if
           display cmp-line.

       compareline. *> one measure side by side, with its change and verdict
           move spaces to cmp-line
           move cmp-label to cml-label
           if cmp-tenths = "Y"
               move cmp-base to rpt-tenths
               move rpt-tenths to cml-base
               move cmp-cur to rpt-tenths
               move rpt-tenths to cml-cur
           else
               move cmp-base to rpt-count
               move rpt-count to cml-base
               move cmp-cur to rpt-count
               move rpt-count to cml-cur
           end-if
           move "N" to cmp-beyond
           if cmp-base = 0
               if cmp-cur = 0
                   move 0 to rpt-pct
                   move rpt-pct to cml-pct(1:7)
                   move "%" to cml-pct(8:1)
               else
                   move "     new" to cml-pct
                   move "Y" to cmp-beyond *> anything from nothing is past any tolerance
               end-if
           else
               compute cmp-pct rounded = (cmp-cur - cmp-base) * 100 / cmp-base
               move cmp-pct to rpt-pct
               move rpt-pct to cml-pct(1:7)
               move "%" to cml-pct(8:1)
               if cmp-pct > tolerance or cmp-pct < 0 - tolerance
                   move "Y" to cmp-beyond
               end-if
           end-if
           if cmp-beyond = "Y"
               evaluate true
                   when cmp-worse = "N"
                       move "CHANGED" to cml-flag
                   when (cmp-worse = "H" and cmp-cur > cmp-base)
                           or (cmp-worse = "L" and cmp-cur < cmp-base)
                       move "REGRESSION" to cml-flag
                       add 1 to regressions
                   when other
                       move "IMPROVED" to cml-flag
                       add 1 to improvements
               end-evaluate
           end-if
           display cmp-line.

       configsection. *> how the two sessions were set up
           display " "
           display "== configuration: baseline run " run-id(1) " vs current run " run-id(2) " =="
           move spaces to cmp-line
           move "filed" to cml-label
           move sd-stamp(1)(1:12) to cml-base
           move sd-stamp(2)(1:12) to cml-cur
           display cmp-line
           move "random seed" to cfg-label
           move sd-seed(1) to rpt-count
           move rpt-count to cfg-base
           move sd-seed(2) to rpt-count
           move rpt-count to cfg-cur
           perform configline
           move "tick delay" to cfg-label
           move sd-quantum(1) to rpt-quantum
           move spaces to cfg-base
           move rpt-quantum to cfg-base(8:5)
           move sd-quantum(2) to rpt-quantum
           move spaces to cfg-cur
           move rpt-quantum to cfg-cur(8:5)
           perform configline
           move "max processes" to cfg-label
           move sd-process-limit(1) to rpt-count
           move rpt-count to cfg-base
           move sd-process-limit(2) to rpt-count
           move rpt-count to cfg-cur
           perform configline
           move "max threads" to cfg-label
           move sd-thread-limit(1) to rpt-count
           move rpt-count to cfg-base
           move sd-thread-limit(2) to rpt-count
           move rpt-count to cfg-cur
           perform configline
           move "max ram slots" to cfg-label
           move sd-ram-limit(1) to rpt-count
           move rpt-count to cfg-base
           move sd-ram-limit(2) to rpt-count
           move rpt-count to cfg-cur
           perform configline
           move "tree quota: descendants" to cfg-label
           move sd-tree-descendants(1) to rpt-count
           move rpt-count to cfg-base
           move sd-tree-descendants(2) to rpt-count
           move rpt-count to cfg-cur
           perform configline
           move "tree quota: threads" to cfg-label
           move sd-tree-threads(1) to rpt-count
           move rpt-count to cfg-base
           move sd-tree-threads(2) to rpt-count
           move rpt-count to cfg-cur
           perform configline
           move "tree quota: ram bytes" to cfg-label
           move sd-tree-ram(1) to rpt-count
           move rpt-count to cfg-base
           move sd-tree-ram(2) to rpt-count
           move rpt-count to cfg-cur
           perform configline
           move "simulated CPUs" to cfg-label
           move sd-cpu-count(1) to rpt-count
           move rpt-count to cfg-base
           move sd-cpu-count(2) to rpt-count
           move rpt-count to cfg-cur
           perform configline
           move "thrashing threshold" to cfg-label
           move sd-thrash-threshold(1) to rpt-count
           move rpt-count to cfg-base
           move sd-thrash-threshold(2) to rpt-count
           move rpt-count to cfg-cur
           perform configline
           move "allocation strategy" to cfg-label
           move spaces to cfg-base cfg-cur
           move sd-strategy(1) to cfg-base(12:1)
           move sd-strategy(2) to cfg-cur(12:1)
           perform configline
           move "scheduler" to cfg-label
           move spaces to cfg-base cfg-cur
           move sd-scheduler(1) to cfg-base(12:1)
           move sd-scheduler(2) to cfg-cur(12:1)
           perform configline
           move "priority inheritance" to cfg-label
           move spaces to cfg-base cfg-cur
           move sd-inherit(1) to cfg-base(12:1)
           move sd-inherit(2) to cfg-cur(12:1)
           perform configline
           perform varying ld-n from 1 by 1 until ld-n > cls-count
               if cls-defined(ld-n, 1) = "Y" or cls-defined(ld-n, 2) = "Y"
                   move spaces to cfg-label
                   string "mix% " delimited by size
                       cls-name(ld-n) delimited by space
                       into cfg-label
                   end-string
                   move spaces to cfg-base cfg-cur
                   move "     -" to cfg-base(7:6)
                   move "     -" to cfg-cur(7:6)
                   if cls-defined(ld-n, 1) = "Y"
                       move cls-mix(ld-n, 1) to rpt-count
                       move rpt-count to cfg-base
                   end-if
                   if cls-defined(ld-n, 2) = "Y"
                       move cls-mix(ld-n, 2) to rpt-count
                       move rpt-count to cfg-cur
                   end-if
                   perform configline
               end-if
           end-perform.

       populationsection. *> how many processes and threads the runs carried
           display " "
           display "== population =="
           perform printheading
           move "N" to cmp-worse
           move "N" to cmp-tenths
           move "ticks run" to cmp-label
           move sd-ticks(1) to cmp-base
           move sd-ticks(2) to cmp-cur
           perform compareline
           move "telemetry samples" to cmp-label
           move sd-samples(1) to cmp-base
           move sd-samples(2) to cmp-cur
           perform compareline
           move "peak processes" to cmp-label
           move sd-peak-processes(1) to cmp-base
           move sd-peak-processes(2) to cmp-cur
           perform compareline
           move "Y" to cmp-tenths
           move "average processes" to cmp-label
           perform averageprocesses
           perform compareline
           move "N" to cmp-tenths
           move "peak threads" to cmp-label
           move sd-peak-threads(1) to cmp-base
           move sd-peak-threads(2) to cmp-cur
           perform compareline
           move "Y" to cmp-tenths
           move "average threads" to cmp-label
           perform averagethreads
           perform compareline.

       averageprocesses. *> mean sampled process count of each run, into cmp-base/cmp-cur
           move 0 to cmp-base cmp-cur
           if sd-samples(1) > 0
               compute cmp-base rounded = sd-sum-processes(1) / sd-samples(1)
           end-if
           if sd-samples(2) > 0
               compute cmp-cur rounded = sd-sum-processes(2) / sd-samples(2)
           end-if.

       averagethreads. *> mean sampled thread count of each run, into cmp-base/cmp-cur
           move 0 to cmp-base cmp-cur
           if sd-samples(1) > 0
               compute cmp-base rounded = sd-sum-threads(1) / sd-samples(1)
           end-if
           if sd-samples(2) > 0
               compute cmp-cur rounded = sd-sum-threads(2) / sd-samples(2)
           end-if.

       memorysection. *> allocation failures, free-space trend, compaction and swapping
           display " "
           display "== memory =="
           perform printheading
           move "N" to cmp-tenths
           move "H" to cmp-worse
           move "allocation failures" to cmp-label
           move sd-alloc-failures(1) to cmp-base
           move sd-alloc-failures(2) to cmp-cur
           perform compareline
           move "L" to cmp-worse
           move "largest gap, first sample" to cmp-label
           move sd-first-gap(1) to cmp-base
           move sd-first-gap(2) to cmp-cur
           perform compareline
           move "largest gap, last sample" to cmp-label
           move sd-last-gap(1) to cmp-base
           move sd-last-gap(2) to cmp-cur
           perform compareline
           move "largest gap, smallest seen" to cmp-label
           move sd-min-gap(1) to cmp-base
           move sd-min-gap(2) to cmp-cur
           perform compareline
           move "Y" to cmp-tenths
           move "largest gap, average" to cmp-label
           move 0 to cmp-base cmp-cur
           if sd-samples(1) > 0
               compute cmp-base rounded = sd-sum-gap(1) / sd-samples(1)
           end-if
           if sd-samples(2) > 0
               compute cmp-cur rounded = sd-sum-gap(2) / sd-samples(2)
           end-if
           perform compareline
           perform gaptrend
           move "N" to cmp-tenths
           move "H" to cmp-worse
           move "compactions" to cmp-label
           move sd-compactions(1) to cmp-base
           move sd-compactions(2) to cmp-cur
           perform compareline
           move "bytes moved by compaction" to cmp-label
           move sd-bytes-moved(1) to cmp-base
           move sd-bytes-moved(2) to cmp-cur
           perform compareline
           move "swap-outs" to cmp-label
           move sd-swapouts(1) to cmp-base
           move sd-swapouts(2) to cmp-cur
           perform compareline
           move "swap-ins" to cmp-label
           move sd-swapins(1) to cmp-base
           move sd-swapins(2) to cmp-cur
           perform compareline.

       gaptrend. *> which way the largest gap moved from first sample to last, per run
           move spaces to cmp-line
           move "largest gap, trend" to cml-label
           move 1 to rc-s
           perform trendword
           move 2 to rc-s
           perform trendword
           if cml-cur = "   shrinking" and cml-base not = "   shrinking"
               move "REGRESSION" to cml-flag
               add 1 to regressions
           end-if
           if cml-base = "   shrinking" and cml-cur not = "   shrinking"
               move "IMPROVED" to cml-flag
               add 1 to improvements
           end-if
           display cmp-line.

       trendword. *> shrinking/growing/flat for run rc-s, into its column
           if sd-last-gap(rc-s) < sd-first-gap(rc-s)
               move "   shrinking" to rc-word
           else if sd-last-gap(rc-s) > sd-first-gap(rc-s)
               move "     growing" to rc-word
           else
               move "        flat" to rc-word
           end-if
           end-if
           if rc-s = 1
               move rc-word to cml-base
           else
               move rc-word to cml-cur
           end-if.

       classsection. *> run against wait ticks, class by class
           display " "
           display "== CPU and wait ticks by class =="
           perform printheading
           move "N" to cmp-tenths
           move "N" to cmp-worse
           move "usage records" to cmp-label
           move sd-records(1) to cmp-base
           move sd-records(2) to cmp-cur
           perform compareline
           move "run ticks, all classes" to cmp-label
           move sd-run-total(1) to cmp-base
           move sd-run-total(2) to cmp-cur
           perform compareline
           move "H" to cmp-worse
           move "wait ticks, all classes" to cmp-label
           move sd-wait-total(1) to cmp-base
           move sd-wait-total(2) to cmp-cur
           perform compareline
           perform varying ld-n from 1 by 1 until ld-n > cls-count
               if cls-records(ld-n, 1) > 0 or cls-records(ld-n, 2) > 0
                   move cls-name(ld-n) to ld-class
                   if ld-class = spaces
                       move "(unclassed)" to ld-class
                   end-if
                   move "N" to cmp-worse
                   move spaces to cmp-label
                   string ld-class delimited by space
                       " run ticks" delimited by size
                       into cmp-label
                   end-string
                   move cls-run(ld-n, 1) to cmp-base
                   move cls-run(ld-n, 2) to cmp-cur
                   perform compareline
                   move "H" to cmp-worse
                   move spaces to cmp-label
                   string ld-class delimited by space
                       " wait ticks" delimited by size
                       into cmp-label
                   end-string
                   move cls-wait(ld-n, 1) to cmp-base
                   move cls-wait(ld-n, 2) to cmp-cur
                   perform compareline
               end-if
           end-perform.

       locksection. *> lock wait per resource and the deadlocks it led to
           display " "
           display "== locks =="
           perform printheading
           move "N" to cmp-tenths
           move "H" to cmp-worse
           perform varying ld-n from 1 by 1 until ld-n > lck-count
               move spaces to cmp-label
               string lck-name(ld-n) delimited by size
                   " wait ticks" delimited by size
                   into cmp-label
               end-string
               move lck-wait-ticks(ld-n, 1) to cmp-base
               move lck-wait-ticks(ld-n, 2) to cmp-cur
               perform compareline
               move spaces to cmp-label
               string lck-name(ld-n) delimited by size
                   " waits" delimited by size
                   into cmp-label
               end-string
               move lck-wait-events(ld-n, 1) to cmp-base
               move lck-wait-events(ld-n, 2) to cmp-cur
               perform compareline
               move spaces to cmp-label
               string lck-name(ld-n) delimited by size
                   " longest wait" delimited by size
                   into cmp-label
               end-string
               move lck-longest-wait(ld-n, 1) to cmp-base
               move lck-longest-wait(ld-n, 2) to cmp-cur
               perform compareline
               move spaces to cmp-label
               string lck-name(ld-n) delimited by size
                   " priority inversions" delimited by size
                   into cmp-label
               end-string
               move lck-inversions(ld-n, 1) to cmp-base
               move lck-inversions(ld-n, 2) to cmp-cur
               perform compareline
               move spaces to cmp-label
               string lck-name(ld-n) delimited by size
                   " deadlock cycles" delimited by size
                   into cmp-label
               end-string
               move lck-deadlocks(ld-n, 1) to cmp-base
               move lck-deadlocks(ld-n, 2) to cmp-cur
               perform compareline
           end-perform
           move "deadlock victims" to cmp-label
           move sd-victims(1) to cmp-base
           move sd-victims(2) to cmp-cur
           perform compareline.
