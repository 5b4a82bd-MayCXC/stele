program-id. chargeback.

*> offline billing run over what homework.cob leaves behind: prices every
*> roundrobin.accounting usage record against the chargeback.rates card and
*> invoices the money two ways, by workload class and by top-level process
*> tree. audit.log supplies what the accounting record lacks: the class
*> stamped on each CREATEPROCESS and the parent link that builds the tree.
*> removeprocess bills a process right after auditing its TERMINATEPROCESS,
*> and flushaccounting bills the survivors at shutdown, so the k-th usage
*> record for a PID belongs to the k-th of those billing points in the
*> trail; that is how a reused PID's incarnations are told apart. Usage the
*> trail cannot explain goes to a suspense section, never dropped. Every
*> invoice line is also written to chargeback.extract for the billing load.

environment division.
configuration section.
       repository.
           function all intrinsic.
input-output section.
       file-control.
           select audit-file assign to "audit.log"
               organization is line sequential
               file status is audit-file-status.
           select accounting-file assign to "roundrobin.accounting"
               organization is line sequential
               file status is accounting-file-status.
           select rate-file assign to "chargeback.rates"
               organization is line sequential
               file status is rate-file-status.
           select extract-file assign to "chargeback.extract"
               organization is line sequential
               file status is extract-file-status.

data division.
       file section.
       fd audit-file.
           01 audit-record pic X(80). *> one line per lifecycle event, fixed columns from writeaudit's string

       fd accounting-file. *> the layout mirrors homework.cob's accounting-record
           01 accounting-record.
               10 acc-rec-pid pic 999.
               10 filler pic X.
               10 acc-rec-run pic 9(7).
               10 filler pic X.
               10 acc-rec-block pic 9(7).
               10 filler pic X.
               10 acc-rec-sleep pic 9(7).
               10 filler pic X.
               10 acc-rec-lockwait pic 9(7).
               10 filler pic X.
               10 acc-rec-mail pic 999.
               10 filler pic X.
               10 acc-rec-paged pic 9(7).
               10 filler pic X.
               10 acc-rec-seed pic 9(9).
               10 filler pic X.
               10 acc-rec-class pic X(11).
           01 accounting-cpu-record. *> per-CPU records share the file; "CPU" in the PID columns, never billed
               10 acc-cpu-tag pic X(3).
               10 filler pic X(66).

       fd rate-file. *> one price per line: RUN, BLOCK, LOCKWAIT, MESSAGE or KBPAGED, then the price
           01 rate-record pic X(80).

       fd extract-file. *> one fixed-layout record per invoice line, for the billing system's loader
           01 extract-record.
               10 ext-type pic X. *> C = class view, T = tree view; each view's lines add up to the grand total
               10 filler pic X.
               10 ext-invoice pic X(12). *> class name, TREE <pid>[/<incarnation>], or SUSPENSE
               10 filler pic X.
               10 ext-suspense pic X(10). *> NO CREATE or NO LINEAGE on a SUSPENSE line, else spaces
               10 filler pic X.
               10 ext-pid pic 999.
               10 filler pic X.
               10 ext-gen pic 99. *> which incarnation of the PID, 00 = unknown
               10 filler pic X.
               10 ext-run-ticks pic 9(7).
               10 filler pic X.
               10 ext-wait-ticks pic 9(7). *> blocked on i/o plus sleeping
               10 filler pic X.
               10 ext-lockwait-ticks pic 9(7).
               10 filler pic X.
               10 ext-messages pic 999.
               10 filler pic X.
               10 ext-bytes-paged pic 9(7).
               10 filler pic X.
               10 ext-run-amount pic 9(7)V99.
               10 filler pic X.
               10 ext-wait-amount pic 9(7)V99.
               10 filler pic X.
               10 ext-lockwait-amount pic 9(7)V99.
               10 filler pic X.
               10 ext-message-amount pic 9(7)V99.
               10 filler pic X.
               10 ext-paged-amount pic 9(7)V99.
               10 filler pic X.
               10 ext-total-amount pic 9(8)V99.
               10 filler pic X.
               10 ext-seed pic 9(9). *> run seed the usage was recorded under

       working-storage section.
           01 audit-file-status pic XX value "00".
           01 accounting-file-status pic XX value "00".
           01 rate-file-status pic XX value "00".
           01 extract-file-status pic XX value "00".
           01 input-eof pic X. *> shared by the three input passes
           01 rates. *> the rate card, price per unit
               10 rate-run pic 9(3)V9(4) value 0. *> per run tick
               10 rate-block pic 9(3)V9(4) value 0. *> per blocked or sleeping tick
               10 rate-lockwait pic 9(3)V9(4) value 0. *> per tick waiting on a lock
               10 rate-message pic 9(3)V9(4) value 0. *> per delivered message
               10 rate-kbpaged pic 9(3)V9(4) value 0. *> per kilobyte paged into ram
               10 rate-seen pic X occurs 5 times. *> Y once the card priced that item
           01 rate-names pic X(40) value "RUN     BLOCK   LOCKWAITMESSAGE KBPAGED ". *> rate card items, in rate-seen order
           01 rate-name redefines rate-names pic X(8) occurs 5 times.
           01 rate-fields. *> scratch fields for the rate card
               10 rate-in-item pic X(10).
               10 rate-in-price pic X(12).
               10 rate-n pic 9.
               10 rate-lineno pic 9(5).
           01 event-fields. *> one parsed audit line
               10 event-pid pic 999.
               10 event-action pic X(17).
               10 event-parent pic 999.
               10 event-detail pic X(14).
           01 incarnations occurs 999 times. *> one per CREATEPROCESS in the trail, in trail order
               10 inc-pid pic 999.
               10 inc-gen pic 99. *> 1 for the PID's first incarnation in the trail, 2 for its reuse, ...
               10 inc-class pic X(11). *> spaces = unclassed
               10 inc-root pic 999. *> incarnation heading its top-level tree, 0 = lineage broken
           01 inc-count pic 999 value 0.
           01 pidstats occurs 999 times. *> per-PID bookkeeping, slot = PID
               10 pid-current pic 999. *> live incarnation, 0 = none
               10 pid-gens pic 99. *> incarnations seen so far
               10 pid-billed pic 9(4). *> last billing point matched to a usage record
           01 billpoints occurs 2000 times. *> where removeprocess or flushaccounting wrote a usage record, in file order per PID
               10 bill-pid pic 999.
               10 bill-inc pic 999. *> the incarnation billed, 0 = alive before the trail began
           01 bill-count pic 9(4) value 0.
           01 usages occurs 999 times. *> the accounting records, priced
               10 use-pid pic 999.
               10 use-inc pic 999. *> 0 = no trail incarnation to pin it to
               10 use-run pic 9(7).
               10 use-wait pic 9(7).
               10 use-lockwait pic 9(7).
               10 use-mail pic 999.
               10 use-paged pic 9(7).
               10 use-seed pic 9(9).
               10 use-amt-run pic 9(7)V99.
               10 use-amt-wait pic 9(7)V99.
               10 use-amt-lockwait pic 9(7)V99.
               10 use-amt-mail pic 9(7)V99.
               10 use-amt-paged pic 9(7)V99.
               10 use-amt-total pic 9(8)V99.
           01 use-count pic 999 value 0.
           01 use-dropped pic 9(5) value 0. *> records past the table, counted so the totals own up to them
           01 classes occurs 20 times. *> distinct classes billed, in first-seen order
               10 cls-name pic X(11).
           01 cls-count pic 99 value 0.
           01 bill-fields. *> scratch fields for the matching and invoicing passes
               10 bl-n pic 9(4).
               10 bl-m pic 9(4).
               10 bl-u pic 999.
               10 bl-found pic X.
               10 bl-class pic X(11).
               10 bl-root pic 999.
               10 bl-label pic X(12).
               10 bl-reason pic X(12). *> why a suspense line could not be attributed
               10 bl-invoice pic X(12). *> the invoice a line is extracted under
               10 bl-type pic X. *> its extract record type
               10 bl-suspense pic X(10). *> its suspense reason, spaces on an attributed line
               10 bl-kb pic 9(7)V9(3).
               10 bl-lines pic 999.
           01 money-fields. *> invoice totals
               10 sub-run pic 9(8)V99.
               10 sub-wait pic 9(8)V99.
               10 sub-lockwait pic 9(8)V99.
               10 sub-mail pic 9(8)V99.
               10 sub-paged pic 9(8)V99.
               10 sub-total pic 9(9)V99.
           01 view-total pic 9(9)V99. *> all invoices of one view, suspense included
           01 grand-total pic 9(9)V99.
           01 report-fields. *> edited copies for the printed invoices
               10 rpt-gen pic 99.
               10 rpt-amount pic z(8)9.99.
               10 rpt-run pic z(6)9.99.
               10 rpt-wait pic z(6)9.99.
               10 rpt-lockwait pic z(6)9.99.
               10 rpt-mail pic z(6)9.99.
               10 rpt-paged pic z(6)9.99.
               10 rpt-total pic z(8)9.99.

procedure division.
       chargeback. *> the billing run, top to bottom
           perform loadrates
           if rate-file-status not = "00"
               display "chargeback.rates not found; nothing can be priced."
               move 8 to return-code
               goback
           end-if
           perform loadlineage
           if audit-file-status not = "00"
               display "audit.log not found; run the simulator first."
               move 8 to return-code
               goback
           end-if
           perform loadusage
           if accounting-file-status not = "00"
               display "roundrobin.accounting not found; run the simulator first."
               move 8 to return-code
               goback
           end-if
           open output extract-file
           perform classinvoices
           perform treeinvoices
           close extract-file
           perform grandsummary
           goback.

       loadrates. *> read the rate card; an item it leaves out is billed at zero, with a warning
           move 0 to rate-lineno
           perform varying rate-n from 1 by 1 until rate-n > 5
               move "N" to rate-seen(rate-n)
           end-perform
           open input rate-file
           if rate-file-status = "00"
               move "N" to input-eof
               perform until input-eof = "Y"
                   read rate-file
                       at end move "Y" to input-eof
                       not at end
                           add 1 to rate-lineno
                           if rate-record not = spaces
                               and rate-record(1:2) not = "*>"
                               perform parserate
                           end-if
                   end-read
               end-perform
               close rate-file
               display " "
               display "== rate card =="
               display "run tick:          " rate-run
               display "block/sleep tick:  " rate-block
               display "lock-wait tick:    " rate-lockwait
               display "delivered message: " rate-message
               display "kilobyte paged:    " rate-kbpaged
               perform varying rate-n from 1 by 1 until rate-n > 5
                   if rate-seen(rate-n) = "N"
                       display "warning: rate card item " rate-name(rate-n)
                           " missing; billed at zero"
                   end-if
               end-perform
           end-if.

       parserate. *> one rate card line: item price
           move spaces to rate-in-item
           move spaces to rate-in-price
           unstring rate-record delimited by all " "
               into rate-in-item rate-in-price
           end-unstring
           if test-numval(rate-in-price) not = 0
               display "rate card line " rate-lineno
                   ": price is not a number; line skipped"
           else
               evaluate upper-case(rate-in-item)
                   when "RUN"
                       compute rate-run = numval(rate-in-price)
                       move "Y" to rate-seen(1)
                   when "BLOCK"
                       compute rate-block = numval(rate-in-price)
                       move "Y" to rate-seen(2)
                   when "LOCKWAIT"
                       compute rate-lockwait = numval(rate-in-price)
                       move "Y" to rate-seen(3)
                   when "MESSAGE"
                       compute rate-message = numval(rate-in-price)
                       move "Y" to rate-seen(4)
                   when "KBPAGED"
                       compute rate-kbpaged = numval(rate-in-price)
                       move "Y" to rate-seen(5)
                   when other
                       display "rate card line " rate-lineno
                           ": unknown item " rate-in-item "; line skipped"
               end-evaluate
           end-if.

       loadlineage. *> one trail pass: each incarnation's class and tree, and every billing point in order
           perform varying bl-n from 1 by 1 until bl-n > 999
               move 0 to pid-current(bl-n)
               move 0 to pid-gens(bl-n)
               move 0 to pid-billed(bl-n)
           end-perform
           open input audit-file
           if audit-file-status = "00"
               move "N" to input-eof
               perform until input-eof = "Y"
                   read audit-file
                       at end move "Y" to input-eof
                       not at end
                           compute event-pid = numval(audit-record(27:3))
                           move audit-record(38:17) to event-action
                           compute event-parent = numval(audit-record(63:3))
                           move audit-record(67:14) to event-detail
                           evaluate event-action
                               when "CREATEPROCESS"
                                   perform traceincarnation
                               when "TERMINATEPROCESS"
                                   if event-pid > 0
                                       move event-pid to bl-u
                                       move pid-current(event-pid) to bl-root
                                       perform addbillpoint
                                       move 0 to pid-current(event-pid)
                                   end-if
                           end-evaluate
                   end-read
               end-perform
               close audit-file
               *> flushaccounting bills whatever is still alive at shutdown, after every termination
               perform varying bl-n from 1 by 1 until bl-n > 999
                   if pid-current(bl-n) > 0
                       move bl-n to bl-u
                       move pid-current(bl-n) to bl-root
                       perform addbillpoint
                   end-if
               end-perform
               display " "
               display inc-count " process incarnations traced in audit.log"
           end-if.

       traceincarnation. *> a CREATEPROCESS line: a new incarnation, rooted through its parent's live one
           if event-pid > 0 and inc-count < 999
               add 1 to inc-count
               move event-pid to inc-pid(inc-count)
               add 1 to pid-gens(event-pid)
               move pid-gens(event-pid) to inc-gen(inc-count)
               move event-detail(1:11) to inc-class(inc-count)
               if event-parent = 0
                   move inc-count to inc-root(inc-count)
               else
                   if pid-current(event-parent) > 0 *> a parent alive before the trail began leaves the tree unknown
                       move inc-root(pid-current(event-parent))
                           to inc-root(inc-count)
                   else
                       move 0 to inc-root(inc-count)
                   end-if
               end-if
               move inc-count to pid-current(event-pid)
           end-if.

       addbillpoint. *> PID bl-u was billed for incarnation bl-root here
           if bill-count < 2000
               add 1 to bill-count
               move bl-u to bill-pid(bill-count)
               move bl-root to bill-inc(bill-count)
           end-if.

       loadusage. *> read the usage records, pin each to its incarnation, and price it
           open input accounting-file
           if accounting-file-status = "00"
               move "N" to input-eof
               perform until input-eof = "Y"
                   read accounting-file
                       at end move "Y" to input-eof
                       not at end
                           if acc-cpu-tag not = "CPU"
                               perform priceusage
                           end-if
                   end-read
               end-perform
               close accounting-file
               display use-count " usage records priced"
               if use-dropped > 0
                   display "warning: " use-dropped
                       " usage records past the table were not billed"
               end-if
           end-if.

       priceusage. *> one usage record into the table, matched and priced
           if use-count >= 999
               add 1 to use-dropped
           else
               add 1 to use-count
               move acc-rec-pid to use-pid(use-count)
               move 0 to use-inc(use-count)
               if acc-rec-pid > 0
                   move "N" to bl-found
                   compute bl-n = pid-billed(acc-rec-pid) + 1
                   perform varying bl-m from bl-n by 1
                           until bl-m > bill-count or bl-found = "Y"
                       if bill-pid(bl-m) = acc-rec-pid
                           move "Y" to bl-found
                           move bill-inc(bl-m) to use-inc(use-count)
                           move bl-m to pid-billed(acc-rec-pid)
                       end-if
                   end-perform
               end-if
               move acc-rec-run to use-run(use-count)
               compute use-wait(use-count) = acc-rec-block + acc-rec-sleep
               move acc-rec-lockwait to use-lockwait(use-count)
               move acc-rec-mail to use-mail(use-count)
               move acc-rec-paged to use-paged(use-count)
               move acc-rec-seed to use-seed(use-count)
               compute use-amt-run(use-count) rounded =
                   use-run(use-count) * rate-run
               compute use-amt-wait(use-count) rounded =
                   use-wait(use-count) * rate-block
               compute use-amt-lockwait(use-count) rounded =
                   use-lockwait(use-count) * rate-lockwait
               compute use-amt-mail(use-count) rounded =
                   use-mail(use-count) * rate-message
               compute bl-kb = use-paged(use-count) / 1024
               compute use-amt-paged(use-count) rounded = bl-kb * rate-kbpaged
               compute use-amt-total(use-count) =
                   use-amt-run(use-count) + use-amt-wait(use-count)
                   + use-amt-lockwait(use-count) + use-amt-mail(use-count)
                   + use-amt-paged(use-count)
           end-if.

       classinvoices. *> one invoice per workload class, unclassed included; unpinned usage to suspense
           move 0 to cls-count
           perform varying bl-u from 1 by 1 until bl-u > use-count
               if use-inc(bl-u) > 0
                   move inc-class(use-inc(bl-u)) to bl-class
                   if bl-class = spaces
                       move "UNCLASSED" to bl-class
                   end-if
                   move "N" to bl-found
                   perform varying bl-n from 1 by 1 until bl-n > cls-count
                       if cls-name(bl-n) = bl-class
                           move "Y" to bl-found
                       end-if
                   end-perform
                   if bl-found = "N" and cls-count < 20
                       add 1 to cls-count
                       move bl-class to cls-name(cls-count)
                   end-if
               end-if
           end-perform
           move 0 to view-total
           display " "
           display "== chargeback invoices by workload class =="
           perform varying bl-n from 1 by 1 until bl-n > cls-count
               move cls-name(bl-n) to bl-label
               perform invoiceheader
               perform varying bl-u from 1 by 1 until bl-u > use-count
                   if use-inc(bl-u) > 0
                       move inc-class(use-inc(bl-u)) to bl-class
                       if bl-class = spaces
                           move "UNCLASSED" to bl-class
                       end-if
                       if bl-class = cls-name(bl-n)
                           move "C" to bl-type
                           perform invoiceline
                       end-if
                   end-if
               end-perform
               perform invoicefooter
           end-perform

           move "NO CREATE" to bl-reason
           move "C" to bl-type
           perform suspenseheader
           perform varying bl-u from 1 by 1 until bl-u > use-count
               if use-inc(bl-u) = 0
                   perform suspenseline
               end-if
           end-perform
           perform invoicefooter
           move view-total to rpt-total
           display "class view total, suspense included: " rpt-total.

       treeinvoices. *> one invoice per top-level process tree; usage with no traceable root to suspense
           move 0 to view-total
           display " "
           display "== chargeback invoices by process tree =="
           perform varying bl-n from 1 by 1 until bl-n > inc-count
               if inc-root(bl-n) = bl-n *> every top-level incarnation heads a tree, billed or not
                   perform treelabel
                   move 0 to bl-lines
                   perform varying bl-u from 1 by 1 until bl-u > use-count
                       if use-inc(bl-u) > 0
                           if inc-root(use-inc(bl-u)) = bl-n
                               add 1 to bl-lines
                           end-if
                       end-if
                   end-perform
                   if bl-lines > 0
                       perform invoiceheader
                       perform varying bl-u from 1 by 1 until bl-u > use-count
                           if use-inc(bl-u) > 0
                               if inc-root(use-inc(bl-u)) = bl-n
                                   move "T" to bl-type
                                   perform invoiceline
                               end-if
                           end-if
                       end-perform
                       perform invoicefooter
                   end-if
               end-if
           end-perform

           move "T" to bl-type
           perform suspenseheader
           perform varying bl-u from 1 by 1 until bl-u > use-count
               move spaces to bl-reason
               if use-inc(bl-u) = 0
                   move "NO CREATE" to bl-reason
               else
                   if inc-root(use-inc(bl-u)) = 0
                       move "NO LINEAGE" to bl-reason
                   end-if
               end-if
               if bl-reason not = spaces
                   perform suspenseline
               end-if
           end-perform
           perform invoicefooter
           move view-total to rpt-total
           display "tree view total, suspense included: " rpt-total.

       treelabel. *> TREE <pid>, with /<incarnation> when the root's PID was reused in the trail
           move spaces to bl-label
           if pid-gens(inc-pid(bl-n)) > 1
               string "TREE "           delimited by size
                   inc-pid(bl-n)        delimited by size
                   "/"                  delimited by size
                   inc-gen(bl-n)        delimited by size
                   into bl-label
               end-string
           else
               string "TREE "           delimited by size
                   inc-pid(bl-n)        delimited by size
                   into bl-label
               end-string
           end-if.

       invoiceheader. *> open invoice bl-label
           initialize money-fields replacing numeric data by 0
           display " "
           display "invoice " bl-label
           display "    PID/inc        run    blk/slp   lockwait   messages"
               "      paged        total".

       suspenseheader. *> open the suspense section of the current view
           move "SUSPENSE" to bl-label
           perform invoiceheader
           display "    (usage the trail cannot attribute; billed here, not dropped)".

       invoiceline. *> one priced usage record on the open invoice, and its extract record
           move inc-gen(use-inc(bl-u)) to rpt-gen
           move bl-label to bl-invoice
           move spaces to bl-suspense
           perform printline.

       suspenseline. *> one unattributed usage record, with why
           move 0 to rpt-gen
           if use-inc(bl-u) > 0
               move inc-gen(use-inc(bl-u)) to rpt-gen
           end-if
           move "SUSPENSE" to bl-invoice
           move bl-reason to bl-suspense
           perform printline
           display "        " bl-reason.

       printline. *> display and extract usage record bl-u, adding it into the open invoice
           move use-amt-run(bl-u) to rpt-run
           move use-amt-wait(bl-u) to rpt-wait
           move use-amt-lockwait(bl-u) to rpt-lockwait
           move use-amt-mail(bl-u) to rpt-mail
           move use-amt-paged(bl-u) to rpt-paged
           move use-amt-total(bl-u) to rpt-amount
           display "    " use-pid(bl-u) "/" rpt-gen "  " rpt-run " "
               rpt-wait " " rpt-lockwait " " rpt-mail " " rpt-paged
               " " rpt-amount
           add use-amt-run(bl-u) to sub-run
           add use-amt-wait(bl-u) to sub-wait
           add use-amt-lockwait(bl-u) to sub-lockwait
           add use-amt-mail(bl-u) to sub-mail
           add use-amt-paged(bl-u) to sub-paged
           add use-amt-total(bl-u) to sub-total
           move spaces to extract-record *> the filler bytes between fields are never moved to otherwise
           move bl-type to ext-type
           move bl-invoice to ext-invoice
           move bl-suspense to ext-suspense
           move use-pid(bl-u) to ext-pid
           move rpt-gen to ext-gen
           move use-run(bl-u) to ext-run-ticks
           move use-wait(bl-u) to ext-wait-ticks
           move use-lockwait(bl-u) to ext-lockwait-ticks
           move use-mail(bl-u) to ext-messages
           move use-paged(bl-u) to ext-bytes-paged
           move use-amt-run(bl-u) to ext-run-amount
           move use-amt-wait(bl-u) to ext-wait-amount
           move use-amt-lockwait(bl-u) to ext-lockwait-amount
           move use-amt-mail(bl-u) to ext-message-amount
           move use-amt-paged(bl-u) to ext-paged-amount
           move use-amt-total(bl-u) to ext-total-amount
           move use-seed(bl-u) to ext-seed
           if extract-file-status = "00"
               write extract-record
           end-if.

       invoicefooter. *> subtotal the open invoice into its view
           move sub-run to rpt-run
           move sub-wait to rpt-wait
           move sub-lockwait to rpt-lockwait
           move sub-mail to rpt-mail
           move sub-paged to rpt-paged
           move sub-total to rpt-total
           display "    subtotal" rpt-run " " rpt-wait " " rpt-lockwait
               " " rpt-mail " " rpt-paged " " rpt-total
           add sub-total to view-total.

       grandsummary. *> the grand total over every usage record, which each view must add back up to
           move 0 to grand-total
           perform varying bl-u from 1 by 1 until bl-u > use-count
               add use-amt-total(bl-u) to grand-total
           end-perform
           move grand-total to rpt-total
           display " "
           display "== chargeback grand total =="
           display "grand total: " rpt-total
           display "invoice lines written to chargeback.extract"
           display " ".
