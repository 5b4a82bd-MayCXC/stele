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
               10 restart-jobtable pic X(2582).
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

       fd restart-processlist-file. *> checkpointed processlist, same copybook and tags as the simulator's
           01 restart-processlist-record.
                       when "ALLOCQUOTADENIED"
                       when "SCHEDFIRED"
                       when "SCHEDSKIPPED"
                       when "RUNSEED"
                       when "THRASHSTART"
                       when "THRASHEND"
                       when "THRASHPARKED"
                       when "THRASHDENIED"
                       when "PRIOBOOST"
                       when "PRIOUNBOOST"
                       when "JOBSTEPSTART"
                       when "JOBSTEPDONE"
                       when "JOBSTEPFAILED"
                       when "JOBSTEPSKIPPED"
                       when "ALERTFIRED"
                       when "ALERTCLEARED"
                           continue
                       when other
                           display "corrupt trail, line " event-lineno
                       when "ALLOCQUOTADENIED"
                       when "SCHEDFIRED"
                       when "SCHEDSKIPPED"
                       when "RUNSEED"
                       when "THRASHSTART"
                       when "THRASHEND"
                       when "THRASHPARKED"
                       when "THRASHDENIED"
                       when "PRIOBOOST"
                       when "PRIOUNBOOST"
                       when "JOBSTEPSTART"
                       when "JOBSTEPDONE"
                       when "JOBSTEPFAILED"
                       when "JOBSTEPSKIPPED"
                       when "ALERTFIRED"
                       when "ALERTCLEARED"
                           continue
                       when other
                           display "replay skips line " event-lineno
           display "== checkpoint vs replayed trail =="
           display "checkpoint taken at tick " restart-tickcount
               ", paging cycle " restart-paging
           display "checkpoint run seed " restart-run-seed
           display "the trail runs to the end of the session; a run that"
               " continued past the checkpoint will show drift"
           move 0 to rec-issues
