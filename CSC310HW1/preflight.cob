program-id. preflight.

*> standalone check of homework.cob's input files, run before the batch
*> window so a bad line stops the job stream instead of surfacing mid-run
*> as "malformed profile line skipped", "unschedulable verb; line skipped"
*> or "unrecognized batch command". Reads workload.profiles,
*> roundrobin.schedule and a runbatch control file the way loadprofiles,
*> parseschedule and runbatch read them, and prints a line-numbered
*> error/warning listing per file. Ends with return code 8 if any error
*> was found, 0 otherwise; warnings alone do not stop the stream.

environment division.
configuration section.
       repository.
           function all intrinsic.
input-output section.
       file-control.
           select profile-file assign to "workload.profiles"
               organization is line sequential
               file status is check-file-status.
           select schedule-file assign to "roundrobin.schedule"
               organization is line sequential
               file status is check-file-status.
           select batch-file assign to dynamic batch-filename
               organization is line sequential
               file status is check-file-status.

data division.
       file section.
       fd profile-file. *> name thread-min thread-max priority io-block% lock% mix%
           01 profile-record pic X(80).

       fd schedule-file. *> AT <tick> <verb> [args] or EVERY <n> <verb> [args]
           01 schedule-record pic X(80).

       fd batch-file. *> one command letter in column 1, arguments in fixed columns after it
           01 batch-record pic X(80).

       working-storage section.
           01 check-file-status pic XX value "00". *> shared by the three selects; one file is open at a time
           01 batch-filename pic X(80) value spaces. *> the control file to check, spaces = none
           01 limit-input pic X(10). *> keyboard input
           01 process-limit pic 999 value 100. *> PID arguments must fall in 1..process-limit, as configure sets it
           01 check-line pic X(80). *> the line under inspection, whichever file it came from
           01 check-eof pic X.
           01 check-lineno pic 9(5).
           01 check-counts. *> per-file and whole-run tallies
               10 file-errors pic 9(5).
               10 file-warnings pic 9(5).
               10 total-errors pic 9(5) value 0.
               10 total-warnings pic 9(5) value 0.
           01 flag-fields. *> one listing entry
               10 flag-severity pic X(7). *> ERROR or WARNING
               10 flag-text pic X(60).
           01 num-fields. *> checknumber's input and verdict
               10 num-token pic X(12).
               10 num-ok pic X. *> Y = one or more digits, then only spaces
               10 num-value pic 9(12).
               10 num-n pic 99.
               10 num-end pic X.
           01 pf-fields. *> scratch fields for the profile checks
               10 pf-count pic 99.
               10 pf-mix-total pic 9(5).
               10 pf-in-name pic X(20).
               10 pf-in-tmin pic X(12).
               10 pf-in-tmax pic X(12).
               10 pf-in-prio pic X(12).
               10 pf-in-io pic X(12).
               10 pf-in-lock pic X(12).
               10 pf-in-mix pic X(12).
               10 pf-in-extra pic X(12).
               10 pf-tmin pic 9(12).
               10 pf-tmax pic 9(12).
               10 pf-bad pic X. *> Y = some numeric field failed, so the range checks are moot
               10 pf-n pic 99.
           01 pf-names pic X(11) occurs 20 times. *> class names seen so far, for the duplicate check
           01 sc-fields. *> scratch fields for the schedule checks
               10 sc-count pic 9(5).
               10 sc-ptr pic 999.
               10 sc-in-kind pic X(8).
               10 sc-in-tick pic X(12).
               10 sc-in-verb pic X(3).
               10 sc-in-arg1 pic X(12).
               10 sc-in-arg2 pic X(12).
               10 sc-verb pic X.
               10 sc-take pic X. *> Y = homework would keep this line in its table
           01 bt-fields. *> scratch fields for the control file checks
               10 bt-command pic X.
           01 pid-fields. *> checkpid's input
               10 pid-token pic X(12).
               10 pid-what pic X(30). *> names the argument in the message

procedure division.
       preflight. *> check each input file in turn, then set the return code for the job stream
           display "max processes the run will use, 1-100 (blank keeps 100): "
               with no advancing
           accept limit-input
           if limit-input not = spaces
               move limit-input to num-token
               perform checknumber
               if num-ok = "Y" and num-value >= 1 and num-value <= 100
                   move num-value to process-limit
               else
                   display "not a process limit; keeping 100"
               end-if
           end-if
           display "runbatch control file to check (blank skips): "
               with no advancing
           accept batch-filename

           perform checkprofiles
           perform checkschedule
           if batch-filename not = spaces
               perform checkbatch
           end-if

           display " "
           display "== preflight summary =="
           display "errors: " total-errors ", warnings: " total-warnings
           if total-errors > 0
               display "preflight FAILED: fix the errors before starting homework"
               move 8 to return-code
           else
               display "preflight passed"
               move 0 to return-code
           end-if
           goback.

       openfile. *> reset the per-file tallies for a new listing
           move 0 to file-errors
           move 0 to file-warnings
           move 0 to check-lineno
           move "N" to check-eof.

       closefile. *> per-file totals into the whole-run tallies
           add file-errors to total-errors
           add file-warnings to total-warnings
           display "    " file-errors " errors, " file-warnings " warnings".

       flagerror. *> list flag-text against the current line as an error
           move "ERROR" to flag-severity
           add 1 to file-errors
           perform flagline.

       flagwarning. *> list flag-text against the current line as a warning
           move "WARNING" to flag-severity
           add 1 to file-warnings
           perform flagline.

       flagline. *> one listing entry: line number, severity, message, then the line itself
           if check-lineno = 0 *> about the file as a whole, not one line of it
               display "file       " flag-severity ": " flag-text
           else
               display "line " check-lineno " " flag-severity ": " flag-text
               display "    | " check-line
           end-if.

       checknumber. *> is num-token an unsigned whole number? verdict in num-ok, value in num-value
           move "Y" to num-ok
           move "N" to num-end
           move 0 to num-value
           if num-token = spaces
               move "N" to num-ok
           end-if
           perform varying num-n from 1 by 1 until num-n > 12 or num-ok = "N"
               if num-token(num-n:1) = space
                   move "Y" to num-end
               else
                   if num-end = "Y" or num-token(num-n:1) not numeric
                       move "N" to num-ok
                   end-if
               end-if
           end-perform
           if num-ok = "Y"
               compute num-value = numval(num-token)
           end-if.

       checkpid. *> pid-token must be a PID the run can hold, 1..process-limit
           move pid-token to num-token
           perform checknumber
           if num-ok = "N"
               move spaces to flag-text
               string pid-what delimited by "  "
                   " is not a number" delimited by size
                   into flag-text
               end-string
               perform flagerror
           else
               if num-value < 1 or num-value > process-limit
                   move spaces to flag-text
                   string pid-what delimited by "  "
                       " is outside 1 to the process limit" delimited by size
                       into flag-text
                   end-string
                   perform flagerror
               end-if
           end-if.

       checkprofiles. *> workload.profiles: seven fields, numbers in range, at most 8 classes, mix adding to 100
           display " "
           display "== workload.profiles =="
           perform openfile
           move 0 to pf-count
           move 0 to pf-mix-total
           open input profile-file
           if check-file-status not = "00"
               display "    not present; homework will run fully random"
           else
               perform until check-eof = "Y"
                   read profile-file
                       at end move "Y" to check-eof
                       not at end
                           add 1 to check-lineno
                           move profile-record to check-line
                           if check-line not = spaces
                               and check-line(1:2) not = "*>"
                               perform checkprofileline
                           end-if
                   end-read
               end-perform
               close profile-file
               move 0 to check-lineno
               move spaces to check-line
               if pf-count = 0
                   move "no classes defined; homework will run fully random"
                       to flag-text
                   perform flagwarning
               else
                   if pf-mix-total not = 100
                       move spaces to flag-text
                       string "class mix adds up to " delimited by size
                           pf-mix-total delimited by size
                           " percent, not 100" delimited by size
                           into flag-text
                       end-string
                       perform flagerror
                   end-if
               end-if
           end-if
           perform closefile.

       checkprofileline. *> one class line
           move spaces to pf-in-name pf-in-tmin pf-in-tmax pf-in-prio
               pf-in-io pf-in-lock pf-in-mix pf-in-extra
           unstring check-line delimited by all " "
               into pf-in-name pf-in-tmin pf-in-tmax pf-in-prio
                   pf-in-io pf-in-lock pf-in-mix pf-in-extra
           end-unstring
           if pf-in-mix = spaces
               move "fewer than seven fields; homework skips this line"
                   to flag-text
               perform flagerror
           else
               add 1 to pf-count
               if pf-count > 8
                   move "more than 8 classes; homework skips this line"
                       to flag-text
                   perform flagerror
               end-if
               if pf-in-extra not = spaces
                   move "text after the seventh field is ignored" to flag-text
                   perform flagwarning
               end-if
               if pf-in-name(12:9) not = spaces
                   move "class name longer than 11 characters is cut short"
                       to flag-text
                   perform flagwarning
               end-if
               if pf-count <= 20
                   move upper-case(pf-in-name) to pf-names(pf-count)
                   perform varying pf-n from 1 by 1 until pf-n >= pf-count
                       if pf-names(pf-n) = pf-names(pf-count)
                           move "duplicate class name; lookups by name find the first"
                               to flag-text
                           perform flagwarning
                       end-if
                   end-perform
               end-if

               move "N" to pf-bad
               move pf-in-tmin to num-token
               perform checknumber
               move num-value to pf-tmin
               if num-ok = "N"
                   move "thread-min is not a number" to flag-text
                   perform flagerror
                   move "Y" to pf-bad
               end-if
               move pf-in-tmax to num-token
               perform checknumber
               move num-value to pf-tmax
               if num-ok = "N"
                   move "thread-max is not a number" to flag-text
                   perform flagerror
                   move "Y" to pf-bad
               end-if
               if pf-bad = "N"
                   if pf-tmin > pf-tmax
                       move "thread-min is above thread-max" to flag-text
                       perform flagerror
                   end-if
                   if pf-tmin < 1 or pf-tmin > 8 or pf-tmax < 1 or pf-tmax > 8
                       move "thread counts outside 1-8 are clamped" to flag-text
                       perform flagwarning
                   end-if
               end-if

               move pf-in-prio to num-token
               perform checknumber
               if num-ok = "N"
                   move "priority is not a number" to flag-text
                   perform flagerror
               else
                   if num-value > 9
                       move "priority must be 0-9" to flag-text
                       perform flagerror
                   end-if
               end-if

               move pf-in-io to num-token
               perform checknumber
               if num-ok = "N"
                   move "io-block% is not a number" to flag-text
                   perform flagerror
               else
                   if num-value > 99
                       move "io-block% must be 0-99" to flag-text
                       perform flagerror
                   end-if
               end-if

               move pf-in-lock to num-token
               perform checknumber
               if num-ok = "N"
                   move "lock% is not a number" to flag-text
                   perform flagerror
               else
                   if num-value > 99
                       move "lock% must be 0-99" to flag-text
                       perform flagerror
                   end-if
               end-if

               move pf-in-mix to num-token
               perform checknumber
               if num-ok = "N"
                   move "mix% is not a number" to flag-text
                   perform flagerror
               else
                   if num-value > 100
                       move "mix% must be 0-100" to flag-text
                       perform flagerror
                   else
                       if pf-count <= 8 *> only the classes homework keeps count toward the mix
                           add num-value to pf-mix-total
                       end-if
                   end-if
               end-if
           end-if.

       checkschedule. *> roundrobin.schedule: AT/EVERY syntax, schedulable verbs, PID arguments, 20 entries
           display " "
           display "== roundrobin.schedule =="
           perform openfile
           move 0 to sc-count
           open input schedule-file
           if check-file-status not = "00"
               display "    not present; nothing scheduled"
           else
               perform until check-eof = "Y"
                   read schedule-file
                       at end move "Y" to check-eof
                       not at end
                           add 1 to check-lineno
                           move schedule-record to check-line
                           if check-line not = spaces
                               and check-line(1:2) not = "*>"
                               perform checkscheduleline
                           end-if
                   end-read
               end-perform
               close schedule-file
           end-if
           perform closefile.

       checkscheduleline. *> one deferred action
           move spaces to sc-in-kind sc-in-tick sc-in-verb sc-in-arg1 sc-in-arg2
           move 1 to sc-ptr
           unstring check-line delimited by all " "
               into sc-in-kind sc-in-tick sc-in-verb
               with pointer sc-ptr
           end-unstring
           move "Y" to sc-take
           if upper-case(sc-in-kind) not = "AT" and upper-case(sc-in-kind) not = "EVERY"
               move "must start with AT or EVERY" to flag-text
               perform flagerror
               move "N" to sc-take
           end-if
           move sc-in-tick to num-token
           perform checknumber
           if num-ok = "N" or num-value = 0
               move "tick must be a whole number above zero" to flag-text
               perform flagerror
               move "N" to sc-take
           end-if
           if num-ok = "Y" and num-value > 999999999
               move "tick is past the tick counter's range" to flag-text
               perform flagerror
           end-if
           move upper-case(sc-in-verb(1:1)) to sc-verb
           if sc-in-verb = spaces
               move "no verb" to flag-text
               perform flagerror
               move "N" to sc-take
           else
               if sc-in-verb(2:2) not = spaces
                   move "only the verb's first letter is used" to flag-text
                   perform flagwarning
               end-if
               evaluate sc-verb
                   when "S"
                   when "W"
                       unstring check-line delimited by all " "
                           into sc-in-arg1
                           with pointer sc-ptr
                       end-unstring
                       move sc-in-arg1 to pid-token
                       move "target PID" to pid-what
                       perform checkpid
                   when "G"
                       unstring check-line delimited by all " "
                           into sc-in-arg1 sc-in-arg2
                           with pointer sc-ptr
                       end-unstring
                       move sc-in-arg1 to pid-token
                       move "sender PID" to pid-what
                       perform checkpid
                       move sc-in-arg2 to pid-token
                       move "recipient PID" to pid-what
                       perform checkpid
                       if sc-ptr > 80
                           move "message has no text" to flag-text
                           perform flagwarning
                       else
                           if sc-ptr + 24 <= 80
                               if check-line(sc-ptr + 24:) not = spaces
                                   move "message text past 24 characters is cut"
                                       to flag-text
                                   perform flagwarning
                               end-if
                           end-if
                       end-if
                   when "E" when "T" when "M" when "K" when "L"
                   when "C" when "V" when "A" when "P" when "U"
                   when "D" when "J" when "H"
                       continue
                   when other
                       move spaces to flag-text
                       string "verb " delimited by size
                           sc-verb delimited by size
                           " cannot be scheduled" delimited by size
                           into flag-text
                       end-string
                       perform flagerror
                       move "N" to sc-take
               end-evaluate
           end-if
           if sc-take = "Y" *> only kept lines use up the table
               add 1 to sc-count
               if sc-count > 20
                   move "schedule holds 20 entries; homework skips this line"
                       to flag-text
                   perform flagerror
               end-if
           end-if.

       checkbatch. *> a runbatch control file: command letter in column 1, arguments in their columns
           display " "
           move spaces to flag-text
           string "== control file " delimited by size
               batch-filename delimited by space
               " ==" delimited by size
               into flag-text
           end-string
           display flag-text
           perform openfile
           open input batch-file
           if check-file-status not = "00"
               move 0 to check-lineno
               move spaces to check-line
               move "control file not found" to flag-text
               perform flagerror
           else
               perform until check-eof = "Y"
                   read batch-file
                       at end move "Y" to check-eof
                       not at end
                           add 1 to check-lineno
                           move batch-record to check-line
                           perform checkbatchline
                   end-read
               end-perform
               close batch-file
           end-if
           perform closefile.

       checkbatchline. *> one control line, read by column exactly as runbatch reads it
           move upper-case(check-line(1:1)) to bt-command
           if check-line = spaces
               move "blank line; runbatch reports it as unrecognized" to flag-text
               perform flagwarning
           else
               if check-line(2:1) not = space
                   move "column 2 must be blank; the command is column 1 alone"
                       to flag-text
                   perform flagerror
               end-if
               evaluate bt-command
                   when "S"
                       move check-line(3:3) to pid-token
                       move "parent PID, columns 3-5," to pid-what
                       perform checkpid
                       if check-line(6:) not = spaces
                           move "text after column 5 is ignored" to flag-text
                           perform flagwarning
                       end-if
                   when "W"
                       if check-line(3:3) = spaces
                           move "no PID in columns 3-5; a random process is terminated"
                               to flag-text
                           perform flagwarning
                       else
                           move check-line(3:3) to pid-token
                           move "PID, columns 3-5," to pid-what
                           perform checkpid
                       end-if
                       if check-line(6:) not = spaces
                           move "text after column 5 is ignored" to flag-text
                           perform flagwarning
                       end-if
                   when "G"
                       move check-line(3:3) to pid-token
                       move "sender PID, columns 3-5," to pid-what
                       perform checkpid
                       move check-line(7:3) to pid-token
                       move "recipient PID, columns 7-9," to pid-what
                       perform checkpid
                       if check-line(6:1) not = space or check-line(10:1) not = space
                           move "columns 6 and 10 must be blank" to flag-text
                           perform flagerror
                       end-if
                       if check-line(11:24) = spaces
                           move "message text, columns 11-34, is blank" to flag-text
                           perform flagwarning
                       end-if
                       if check-line(35:) not = spaces
                           move "message text past column 34 is cut" to flag-text
                           perform flagwarning
                       end-if
                   when "N"
                       if check-line(3:10) = spaces
                           move "no seed in columns 3-12; one is taken from the clock"
                               to flag-text
                           perform flagwarning
                       else
                           move check-line(3:10) to num-token
                           perform checknumber
                           if num-ok = "N" or num-value = 0
                               or num-value > 999999999
                               move "seed in columns 3-12 must be 1-999999999"
                                   to flag-text
                               perform flagerror
                           end-if
                       end-if
                       if check-line(13:) not = spaces
                           move "text after column 12 is ignored" to flag-text
                           perform flagwarning
                       end-if
                   when "Y" when "T" when "R" when "E" when "D" when "A"
                   when "P" when "U" when "M" when "K" when "L" when "C"
                   when "V" when "J" when "H"
                       if check-line(2:) not = spaces
                           move "this command takes no arguments; the rest is ignored"
                               to flag-text
                           perform flagwarning
                       end-if
                   when other
                       move spaces to flag-text
                       string "command " delimited by size
                           bt-command delimited by size
                           " is not a runbatch command" delimited by size
                           into flag-text
                       end-string
                       perform flagerror
               end-evaluate
           end-if.
