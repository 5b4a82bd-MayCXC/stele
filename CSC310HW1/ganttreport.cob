program-id. ganttreport.

*> offline text Gantt chart over roundrobin.trace, the per-tick dispatch
*> record homework.cob writes during roundrobin: for a range of ticks it
*> prints one row per PID showing what became of it on each tick a CPU
*> picked it (the thread that ran, or why it was held), one row per CPU
*> showing which process it dispatched, and one row per named resource
*> showing who held it, so a scheduling or deadlock incident can be read
*> at a glance instead of reconstructed from scrolled-away display
*> output. Processes are shown by a one-letter key, listed above the
*> chart. The range is cut into panels of 60 ticks. Ends with return code
*> 8 if there is no trace, 4 if no traced tick falls in the range, 0
*> otherwise.

environment division.
configuration section.
       repository.
           function all intrinsic.
input-output section.
       file-control.
           select trace-file assign to "roundrobin.trace"
               organization is line sequential
               file status is trace-file-status.

data division.
       file section.
       fd trace-file. *> the layout mirrors homework.cob's trace-record
           01 trace-record.
               10 trc-tick pic 9(9).
               10 trc-cpus occurs 8 times.
                   15 filler pic X.
                   15 trc-pid pic 999.
                   15 trc-reason pic X. *> R I B S P L Q M K, space = no such CPU
                   15 trc-thread pic 9.
               10 trc-holders occurs 6 times.
                   15 filler pic X.
                   15 trc-holder pic 999.

       working-storage section.
           01 trace-file-status pic XX value "00".
           01 input-eof pic X.
           01 range-input pic X(10). *> keyboard input
           01 lock-name-text pic X(36)
                   value "TAPE01TAPE02DISK01DISK02PRNT01CONSOL".
           01 filler redefines lock-name-text. *> the named resources, in homework.cob's lock-table order
               05 lock-name pic X(6) occurs 6 times.
           01 key-text pic X(52)
                   value "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz".
           01 filler redefines key-text. *> letters handed out to processes in PID order
               05 key-letter pic X occurs 52 times.
           01 range-fields. *> the ticks asked for and the ticks found
               10 range-from pic 9(9) value 0.
               10 range-to pic 9(9) value 0.
               10 range-limit pic 999 value 600. *> ticks one report holds
               10 range-first pic 9(9) value 0. *> first tick in the trace
               10 range-last pic 9(9) value 0.
               10 range-traced pic 9(9) value 0. *> records in the trace
           01 ticks occurs 600 times. *> the traced ticks in the range, in file order
               10 gt-tick pic 9(9).
               10 gt-cpu occurs 8 times.
                   15 gt-pid pic 999.
                   15 gt-reason pic X.
                   15 gt-thread pic 9.
               10 gt-holder pic 999 occurs 6 times.
           01 tick-count pic 999 value 0.
           01 cpu-count pic 9 value 0. *> CPUs the trace shows in use
           01 pids occurs 999 times. *> slot = PID
               10 pid-seen pic X value "N".
               10 pid-key pic X.
           01 key-count pic 999 value 0.
           01 chart-fields. *> scratch fields for the chart
               10 ch-t pic 999.
               10 ch-c pic 9.
               10 ch-r pic 9.
               10 ch-p pic 9(4). *> runs one past the last PID to end its loops
               10 ch-from pic 999. *> first table slot of the panel
               10 ch-to pic 999.
               10 ch-col pic 99.
               10 ch-symbol pic X.
               10 ch-digit pic 9.
               10 ch-tens pic 9(9).
           01 chart-line. *> one printed row: label, then one column per tick
               10 cl-label pic X(14).
               10 cl-bar pic X value "|".
               10 cl-cells pic X(60).
           01 key-line pic X(80). *> the process key, a few PIDs to a line
           01 key-pos pic 99.
           01 rpt-pid pic 999.
           01 rpt-tick pic z(8)9.

procedure division.
       ganttreport. *> read the range, hand out keys, then print the chart panel by panel
           display "first tick to chart (blank = first traced): "
               with no advancing
           accept range-input
           if range-input not = spaces
               compute range-from = numval(range-input)
           end-if
           display "last tick to chart (blank = 119 ticks on): "
               with no advancing
           accept range-input
           if range-input not = spaces
               compute range-to = numval(range-input)
           end-if

           perform loadticks
           if trace-file-status not = "00"
               display "roundrobin.trace not found; run roundrobin first."
               move 8 to return-code
               goback
           end-if
           if tick-count = 0
               display "no traced ticks in that range; the trace runs from tick "
                   range-first " to " range-last
               move 4 to return-code
               goback
           end-if

           perform assignkeys
           perform printkey
           move 1 to ch-from
           perform until ch-from > tick-count
               compute ch-to = ch-from + 59
               if ch-to > tick-count
                   move tick-count to ch-to
               end-if
               perform printpanel
               add 60 to ch-from
           end-perform
           move 0 to return-code
           goback.

       loadticks. *> keep the traced ticks that fall in the range, up to range-limit of them
           open input trace-file
           if trace-file-status = "00"
               move "N" to input-eof
               perform until input-eof = "Y"
                   read trace-file
                       at end move "Y" to input-eof
                       not at end
                           add 1 to range-traced
                           if range-traced = 1
                               move trc-tick to range-first
                               if range-from = 0
                                   move trc-tick to range-from
                               end-if
                               if range-to = 0
                                   compute range-to = range-from + 119
                               end-if
                               if range-to < range-from
                                   move range-from to range-to
                               end-if
                               if range-to - range-from + 1 > range-limit
                                   compute range-to = range-from + range-limit - 1
                                   display "range cut to " range-limit " ticks, ending at "
                                       range-to
                               end-if
                           end-if
                           move trc-tick to range-last
                           if trc-tick >= range-from and trc-tick <= range-to
                               and tick-count < range-limit
                               perform keeptick
                           end-if
                   end-read
               end-perform
               close trace-file
           end-if.

       keeptick. *> copy the trace record into the next table slot
           add 1 to tick-count
           move trc-tick to gt-tick(tick-count)
           perform varying ch-c from 1 by 1 until ch-c > 8
               if trc-reason(ch-c) = space
                   move 0 to gt-pid(tick-count, ch-c)
                   move space to gt-reason(tick-count, ch-c)
                   move 0 to gt-thread(tick-count, ch-c)
               else
                   move trc-pid(ch-c) to gt-pid(tick-count, ch-c)
                   move trc-reason(ch-c) to gt-reason(tick-count, ch-c)
                   move trc-thread(ch-c) to gt-thread(tick-count, ch-c)
                   if ch-c > cpu-count
                       move ch-c to cpu-count
                   end-if
                   if trc-pid(ch-c) > 0
                       move "Y" to pid-seen(trc-pid(ch-c))
                   end-if
               end-if
           end-perform
           perform varying ch-r from 1 by 1 until ch-r > 6
               move trc-holder(ch-r) to gt-holder(tick-count, ch-r)
               if trc-holder(ch-r) > 0
                   move "Y" to pid-seen(trc-holder(ch-r))
               end-if
           end-perform.

       assignkeys. *> one letter per process in the range, in PID order; past 52 they share *
           perform varying ch-p from 1 by 1 until ch-p > 999
               if pid-seen(ch-p) = "Y"
                   add 1 to key-count
                   if key-count <= 52
                       move key-letter(key-count) to pid-key(ch-p)
                   else
                       move "*" to pid-key(ch-p)
                   end-if
               end-if
           end-perform.

       printkey. *> what the symbols and letters stand for
           display " "
           move tick-count to rpt-tick
           display "== dispatch chart, ticks " gt-tick(1) " to " gt-tick(tick-count)
               " (" rpt-tick " traced) =="
           display "process rows: 1-8 the thread that ran, # ran with every thread blocked,"
           display "  b blocked on i/o, s sleeping, p held by the priority draw,"
           display "  w waiting for a lock, q held at tree quota, m out of memory,"
           display "  k parked in swap, . not dispatched"
           display "CPU and resource rows: the process's key letter, . idle or free"
           move spaces to key-line
           move 1 to key-pos
           perform varying ch-p from 1 by 1 until ch-p > 999
               if pid-seen(ch-p) = "Y"
                   if key-pos > 70
                       display key-line
                       move spaces to key-line
                       move 1 to key-pos
                   end-if
                   move ch-p to rpt-pid
                   string pid-key(ch-p) delimited by size
                       "=PID " delimited by size
                       rpt-pid delimited by size
                       "  " delimited by size
                       into key-line
                       with pointer key-pos
                   end-string
               end-if
           end-perform
           if key-pos > 1
               display key-line
           end-if.

       printpanel. *> ticks ch-from..ch-to: ruler, a row per process, per CPU, per resource
           display " "
           perform clearline
           move "tick x10" to cl-label
           perform varying ch-t from ch-from by 1 until ch-t > ch-to
               compute ch-col = ch-t - ch-from + 1
               compute ch-tens = gt-tick(ch-t) / 10
               move mod(ch-tens, 10) to ch-digit
               move ch-digit to cl-cells(ch-col:1)
           end-perform
           display chart-line
           perform clearline
           move "tick" to cl-label
           perform varying ch-t from ch-from by 1 until ch-t > ch-to
               compute ch-col = ch-t - ch-from + 1
               move mod(gt-tick(ch-t), 10) to ch-digit
               move ch-digit to cl-cells(ch-col:1)
           end-perform
           display chart-line

           perform varying ch-p from 1 by 1 until ch-p > 999
               if pid-seen(ch-p) = "Y"
                   perform processrow
               end-if
           end-perform
           perform varying ch-c from 1 by 1 until ch-c > cpu-count
               perform cpurow
           end-perform
           perform varying ch-r from 1 by 1 until ch-r > 6
               perform resourcerow
           end-perform.

       clearline. *> a blank row with its label separator
           move spaces to chart-line
           move "|" to cl-bar.

       processrow. *> what PID ch-p's CPU did with it on each tick of the panel
           perform clearline
           move ch-p to rpt-pid
           string "PID " delimited by size
               rpt-pid delimited by size
               " (" delimited by size
               pid-key(ch-p) delimited by size
               ")" delimited by size
               into cl-label
           end-string
           perform varying ch-t from ch-from by 1 until ch-t > ch-to
               compute ch-col = ch-t - ch-from + 1
               move "." to ch-symbol
               perform varying ch-c from 1 by 1 until ch-c > cpu-count
                   if gt-pid(ch-t, ch-c) = ch-p
                       and gt-reason(ch-t, ch-c) not = space
                       perform reasonsymbol
                   end-if
               end-perform
               move ch-symbol to cl-cells(ch-col:1)
           end-perform
           display chart-line.

       reasonsymbol. *> the process-row symbol for CPU ch-c's slot on tick ch-t
           evaluate gt-reason(ch-t, ch-c)
               when "R"
                   if gt-thread(ch-t, ch-c) = 0
                       move "#" to ch-symbol
                   else
                       move gt-thread(ch-t, ch-c) to ch-digit
                       move ch-digit to ch-symbol
                   end-if
               when "B" move "b" to ch-symbol
               when "S" move "s" to ch-symbol
               when "P" move "p" to ch-symbol
               when "L" move "w" to ch-symbol
               when "Q" move "q" to ch-symbol
               when "M" move "m" to ch-symbol
               when "K" move "k" to ch-symbol
               when other move "?" to ch-symbol
           end-evaluate.

       cpurow. *> which process CPU ch-c picked on each tick of the panel
           perform clearline
           string "CPU " delimited by size
               ch-c delimited by size
               into cl-label
           end-string
           perform varying ch-t from ch-from by 1 until ch-t > ch-to
               compute ch-col = ch-t - ch-from + 1
               if gt-pid(ch-t, ch-c) = 0
                   move "." to cl-cells(ch-col:1)
               else
                   move pid-key(gt-pid(ch-t, ch-c)) to cl-cells(ch-col:1)
               end-if
           end-perform
           display chart-line.

       resourcerow. *> who held resource ch-r at the end of each tick of the panel
           perform clearline
           move lock-name(ch-r) to cl-label
           perform varying ch-t from ch-from by 1 until ch-t > ch-to
               compute ch-col = ch-t - ch-from + 1
               if gt-holder(ch-t, ch-r) = 0
                   move "." to cl-cells(ch-col:1)
               else
                   move pid-key(gt-holder(ch-t, ch-r)) to cl-cells(ch-col:1)
               end-if
           end-perform
           display chart-line.
