       identification division.
       program-id. Stock_Valuation.
       AUTHOR. DAVE Gerson.
       INSTALLATION. CITI.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
       SECURITY.      LOCAL GROUP.

       environment division.
       configuration section.
       Input-Output Section.
       File-Control.
           Select itemmaster assign 'E:\MRP_Shampoo\ITEMMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ITEM-CODE
                  FILE STATUS IS ws-item-status.
           Select val-parm assign 'E:\MRP_Shampoo\VALPARM.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-parm-status.
           Select whs-stock-file assign 'E:\MRP_Shampoo\WHSSTOCK.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-whstk-status.
           Select stock-journal assign 'E:\MRP_Shampoo\STKJRNL.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-journal-status.
           Select open-snapshot assign dynamic ws-open-snap-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-open-snap-status.
           Select close-snapshot assign dynamic ws-close-snap-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-close-snap-status.
           Select valuation-report
                  assign 'E:\MRP_Shampoo\VALUATION.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-value-status.
           Select rollfwd-report assign 'E:\MRP_Shampoo\STKROLL.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-roll-status.

       Data Division.
       File Section.
       fd itemmaster.
       01 ITEM-RECORD.
          03 ITEM-CODE PIC x(5).
          03 ITEM-DESC PIC x(26).
          03 ITEM-UOM PIC   x(6).
          03 ITEM-WHS PIC   x(2).
          03 ITEM-VAD PIC   x(4).
          03 ITEM-VADNAME PIC   x(18).
          03 ITEM-LEADTIME PIC   9(4).
          03 FILLER PIC x.
          03 ITEM-STOCK PIC   9(7).
          03 FILLER PIC x.
          03 ITEM-MINORD PIC   9(7).
          03 FILLER PIC x.
          03 ITEM-MULT PIC   9(7).
          03 FILLER PIC x.
          03 ITEM-SAFETY PIC   9(7).
          03 FILLER PIC x.
          03 ITEM-COST PIC   9(5)V99.
          03 FILLER PIC x.
          03 ITEM-TYPE PIC   x.
       fd val-parm.
       01 val-parm-record.
          03 vpm-from-date PIC x(8).
          03 FILLER PIC x.
          03 vpm-to-date PIC x(8).
       fd whs-stock-file.
       01 whs-stock-record.
          03 whstk-item-code PIC x(5).
          03 FILLER PIC x.
          03 whstk-whs PIC x(2).
          03 FILLER PIC x.
          03 whstk-qty PIC 9(7).
       fd stock-journal.
       01 stock-journal-record.
          03 sjr-date PIC 9(8).
          03 FILLER PIC x.
          03 sjr-time PIC 9(6).
          03 FILLER PIC x.
          03 sjr-order-no PIC x(6).
          03 FILLER PIC x.
          03 sjr-item-code PIC x(5).
          03 FILLER PIC x.
          03 sjr-reason PIC x.
          03 FILLER PIC x.
          03 sjr-qty PIC 9(7).
          03 FILLER PIC x.
          03 sjr-status PIC x(8).
          03 FILLER PIC x.
          03 sjr-message PIC x(25).
          03 FILLER PIC x.
          03 sjr-before PIC 9(7).
          03 FILLER PIC x.
          03 sjr-after PIC 9(7).
          03 FILLER PIC x.
          03 sjr-lot-no PIC x(10).
       fd open-snapshot.
       01 open-snapshot-record.
          03 osn-item-code PIC x(5).
          03 FILLER PIC x.
          03 osn-qty PIC 9(7).
          03 FILLER PIC x.
          03 osn-date PIC 9(8).
       fd close-snapshot.
       01 close-snapshot-record.
          03 csn-item-code PIC x(5).
          03 FILLER PIC x.
          03 csn-qty PIC 9(7).
          03 FILLER PIC x.
          03 csn-date PIC 9(8).
       fd valuation-report.
       01 valuation-line.
          03 val-whs PIC x(2).
          03 FILLER PIC x.
          03 val-item-code PIC x(5).
          03 FILLER PIC x.
          03 val-item-desc PIC x(26).
          03 FILLER PIC x.
          03 val-qty PIC   9(9).
          03 FILLER PIC x.
          03 val-unit-cost PIC   9(5)V99.
          03 FILLER PIC x.
          03 val-ext-value PIC   9(11)V99.
          03 FILLER PIC x.
          03 val-flag PIC x(8).
       01 valuation-total.
          03 vtl-whs PIC x(2).
          03 FILLER PIC x.
          03 vtl-label PIC x(32).
          03 FILLER PIC x.
          03 vtl-qty PIC   9(9).
          03 FILLER PIC x.
          03 vtl-line-count PIC   9(7).
          03 FILLER PIC x.
          03 vtl-ext-value PIC   9(11)V99.
       fd rollfwd-report.
       01 rollfwd-line.
          03 rfl-item-code PIC x(5).
          03 FILLER PIC x.
          03 rfl-open-src PIC x.
          03 FILLER PIC x.
          03 rfl-open-qty PIC   9(9).
          03 FILLER PIC x.
          03 rfl-rcpt-qty PIC   9(9).
          03 FILLER PIC x.
          03 rfl-issue-qty PIC   9(9).
          03 FILLER PIC x.
          03 rfl-adj-qty PIC   S9(9).
          03 FILLER PIC x.
          03 rfl-close-qty PIC   S9(9).
          03 FILLER PIC x.
          03 rfl-post-qty PIC   S9(9).
          03 FILLER PIC x.
          03 rfl-master-qty PIC   9(7).
          03 FILLER PIC x.
          03 rfl-whs-qty PIC   9(9).
          03 FILLER PIC x.
          03 rfl-roll-diff PIC   S9(9).
          03 FILLER PIC x.
          03 rfl-whs-diff PIC   S9(9).
          03 FILLER PIC x.
          03 rfl-roll-flag PIC x(8).
          03 FILLER PIC x.
          03 rfl-whs-flag PIC x(8).
       working-storage section.
       01  ws-numerics             comp value low-values.
           03  item-eof-flag       pic 9.
           03  read-eof-flag       pic 9.
           03  parm-eof-flag       pic 9.
           03  item-row-counter    pic 9(4).
           03  item-table-count    pic 9(4).
           03  whstk-row-counter   pic 9(4).
           03  whstk-table-count   pic 9(4).
           03  journal-row-counter pic 9(5).
           03  journal-used-count  pic 9(5).
           03  journal-orphan-count pic 9(5).
           03  snap-row-counter    pic 9(4).
           03  roll-error-count    pic 9(4).
           03  whs-error-count     pic 9(4).
           03  ws-itm-idx          pic 9(4).
           03  ws-wst-idx          pic 9(4).
           03  ws-whs-line-count   pic 9(7).
           03  ws-all-line-count   pic 9(7).
           03  ws-sort-flag        pic 9.
           03  ws-sort-idx         pic 9(4).
           03  ws-lookup-found     pic 9.
           03  ws-lookup-entry     pic 9(4).

       01  ws-item-status       pic xx.
       01  ws-parm-status       pic xx.
       01  ws-whstk-status      pic xx.
       01  ws-journal-status    pic xx.
       01  ws-open-snap-status  pic xx.
       01  ws-close-snap-status pic xx.
       01  ws-value-status      pic xx.
       01  ws-roll-status       pic xx.

       01  ws-period.
           03  ws-today           pic 9(8).
           03  ws-from-date       pic 9(8).
           03  ws-to-date         pic 9(8).
           03  ws-open-date       pic 9(8).
           03  ws-open-date-int   pic s9(8).
           03  ws-open-snap-name  pic x(40).
           03  ws-close-snap-name pic x(40).

       01  ws-item-table.
           03  ws-item-entry occurs 1 to 5000 times
                   depending on item-table-count
                   ascending key is vit-code
                   indexed by vit-x.
               05  vit-code          pic x(5).
               05  vit-desc          pic x(26).
               05  vit-cost          pic 9(5)v99.
               05  vit-stock         pic 9(7).
               05  vit-open-src      pic x.
               05  vit-open-qty      pic 9(9).
               05  vit-rcpt-qty      pic 9(9).
               05  vit-issue-qty     pic 9(9).
               05  vit-adj-qty       pic s9(9).
               05  vit-post-qty      pic s9(9).
               05  vit-whs-qty       pic 9(9).

       01  ws-whsstock-table.
           03  ws-whsstock-entry occurs 5000 times.
               05  vwt-key.
                   07  vwt-whs       pic x(2).
                   07  vwt-item-code pic x(5).
               05  vwt-qty           pic 9(7).

       01  ws-whsstock-hold.
           03  vwh-key.
               05  vwh-whs           pic x(2).
               05  vwh-item-code     pic x(5).
           03  vwh-qty               pic 9(7).

       01  ws-work-fields.
           03  ws-lookup-code     pic x(5).
           03  ws-cur-whs         pic x(2).
           03  ws-movement        pic s9(9).
           03  ws-close-qty       pic s9(9).
           03  ws-expect-qty      pic s9(9).
           03  ws-roll-diff       pic s9(9).
           03  ws-whs-diff        pic s9(9).
           03  ws-snap-qty        pic s9(9).
           03  ws-line-value      pic 9(11)v99.
           03  ws-whs-qty-total   pic 9(9).
           03  ws-whs-value-total pic 9(11)v99.
           03  ws-all-qty-total   pic 9(9).
           03  ws-all-value-total pic 9(11)v99.
           03  ws-mst-qty-total   pic 9(9).
           03  ws-mst-value-total pic 9(11)v99.
           03  ws-abend-file      pic x(12).
           03  ws-abend-recno     pic 9(5).
           03  ws-abend-status    pic xx.

       procedure division.
       000-Main Section.
       000-begin.
           accept ws-today from date yyyymmdd.
           perform 010-begin.
           perform 020-begin.
           perform 030-begin.
           perform 040-begin.
           perform 050-begin.
           perform 060-begin.
           perform 070-begin.
           perform 080-begin.
           display 'VALUATION PERIOD     :' ws-from-date ' - '
                   ws-to-date.
           display 'ITEM RECORDS READ    :' item-row-counter.
           display 'WHS STOCK RECORDS    :' whstk-row-counter.
           display 'JOURNAL LINES READ   :' journal-row-counter.
           display 'JOURNAL LINES ROLLED :' journal-used-count.
           display 'ITEMS NOT ROLLING    :' roll-error-count.
           display 'ITEMS WHS MISMATCH   :' whs-error-count.
           STOP RUN.

       abend-open Section.
       998-begin.
           display 'FILE OPEN FAILED: ' ws-abend-file
                   ' STATUS ' ws-abend-status.
           display 'RUN STOPPED - NO VALUATION PRODUCED'.
           move 16 to return-code.
           STOP RUN.

       abend-parm Section.
       996-begin.
           display 'INVALID PERIOD ON VALPARM'.
           display 'RUN STOPPED - NO VALUATION PRODUCED'.
           move 16 to return-code.
           STOP RUN.

       abend-capacity Section.
       999-begin.
           display 'TABLE CAPACITY EXCEEDED: ' ws-abend-file
                   ' RECORD ' ws-abend-recno.
           display 'RUN STOPPED - NO VALUATION PRODUCED'.
           move 16 to return-code.
           STOP RUN.

       load-parms Section.
       010-begin.
           open input val-parm.
           if ws-parm-status not = '00'
               move 'VALPARM'        to ws-abend-file
               move ws-parm-status   to ws-abend-status
               perform 998-begin
           end-if.
           read val-parm
               at end set parm-eof-flag to 1
           end-read.
           close val-parm.
           if parm-eof-flag = 1
              or vpm-from-date not numeric
              or vpm-to-date not numeric
              or vpm-from-date > vpm-to-date
               perform 996-begin
           end-if.
           move vpm-from-date to ws-from-date.
           move vpm-to-date   to ws-to-date.
           compute ws-open-date-int =
                   function integer-of-date(ws-from-date) - 1.
           compute ws-open-date =
                   function date-of-integer(ws-open-date-int).
           move spaces to ws-open-snap-name ws-close-snap-name.
           string 'E:\MRP_Shampoo\STKSNAP_' delimited by size
                  ws-open-date              delimited by size
                  '.txt'                    delimited by size
                  into ws-open-snap-name.
           string 'E:\MRP_Shampoo\STKSNAP_' delimited by size
                  ws-to-date                delimited by size
                  '.txt'                    delimited by size
                  into ws-close-snap-name.

       load-items Section.
       020-begin.
           open input itemmaster.
           if ws-item-status not = '00'
               move 'ITEMMAST'       to ws-abend-file
               move ws-item-status   to ws-abend-status
               perform 998-begin
           end-if.
           perform 020-read until item-eof-flag = 1.
           close itemmaster.

       020-read.
           read itemmaster next
               at end set item-eof-flag to 1
           end-read.
           if item-eof-flag = 0
               add 1 to item-row-counter
               if item-table-count < 5000
                   add 1 to item-table-count
                   move ITEM-CODE to vit-code(item-table-count)
                   move ITEM-DESC to vit-desc(item-table-count)
                   if ITEM-COST numeric
                       move ITEM-COST to vit-cost(item-table-count)
                   else
                       move 0 to vit-cost(item-table-count)
                   end-if
                   if ITEM-STOCK numeric
                       move ITEM-STOCK to vit-stock(item-table-count)
                   else
                       move 0 to vit-stock(item-table-count)
                   end-if
                   move space to vit-open-src(item-table-count)
                   move 0 to vit-open-qty(item-table-count)
                   move 0 to vit-rcpt-qty(item-table-count)
                   move 0 to vit-issue-qty(item-table-count)
                   move 0 to vit-adj-qty(item-table-count)
                   move 0 to vit-post-qty(item-table-count)
                   move 0 to vit-whs-qty(item-table-count)
               else
                   move 'ITEMMAST'       to ws-abend-file
                   move item-row-counter to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       load-opening Section.
       030-begin.
           open input open-snapshot.
           if ws-open-snap-status = '00'
               move 0 to read-eof-flag
               perform 030-read until read-eof-flag = 1
               close open-snapshot
           end-if.

       030-read.
           read open-snapshot
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0 and osn-qty numeric
               add 1 to snap-row-counter
               move osn-item-code to ws-lookup-code
               perform 400-begin
               if ws-lookup-found = 1
                   move 'S'     to vit-open-src(ws-lookup-entry)
                   move osn-qty to vit-open-qty(ws-lookup-entry)
               end-if
           end-if.

       load-whs-stock Section.
       040-begin.
           open input whs-stock-file.
           if ws-whstk-status = '00'
               move 0 to read-eof-flag
               perform 040-read until read-eof-flag = 1
               close whs-stock-file
           end-if.
           if whstk-table-count > 1
               move 1 to ws-sort-flag
               perform 040-pass until ws-sort-flag = 0
           end-if.

       040-read.
           read whs-stock-file
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
               add 1 to whstk-row-counter
               if whstk-table-count < 5000
                   add 1 to whstk-table-count
                   move whstk-whs to vwt-whs(whstk-table-count)
                   move whstk-item-code
                     to vwt-item-code(whstk-table-count)
                   if whstk-qty numeric
                       move whstk-qty to vwt-qty(whstk-table-count)
                   else
                       move 0 to vwt-qty(whstk-table-count)
                   end-if
                   move whstk-item-code to ws-lookup-code
                   perform 400-begin
                   if ws-lookup-found = 1
                       add vwt-qty(whstk-table-count)
                        to vit-whs-qty(ws-lookup-entry)
                   end-if
               else
                   move 'WHSSTOCK'         to ws-abend-file
                   move whstk-row-counter  to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       040-pass.
           move 0 to ws-sort-flag.
           move 1 to ws-sort-idx.
           perform 040-compare until ws-sort-idx >= whstk-table-count.

       040-compare.
           if vwt-key(ws-sort-idx) > vwt-key(ws-sort-idx + 1)
               move ws-whsstock-entry(ws-sort-idx) to ws-whsstock-hold
               move ws-whsstock-entry(ws-sort-idx + 1)
                 to ws-whsstock-entry(ws-sort-idx)
               move ws-whsstock-hold
                 to ws-whsstock-entry(ws-sort-idx + 1)
               move 1 to ws-sort-flag
           end-if.
           add 1 to ws-sort-idx.

       roll-journal Section.
       050-begin.
           open input stock-journal.
           if ws-journal-status = '00'
               move 0 to read-eof-flag
               perform 050-read until read-eof-flag = 1
               close stock-journal
           end-if.

       050-read.
           read stock-journal
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
               add 1 to journal-row-counter
               if sjr-status = 'APPLIED'
                  and sjr-message not = 'LOT DETAIL'
                  and sjr-date numeric
                  and sjr-before numeric
                  and sjr-after numeric
                  and sjr-date not < ws-from-date
                   perform 050-apply-one
               end-if
           end-if.

       050-apply-one.
           move sjr-item-code to ws-lookup-code.
           perform 400-begin.
           if ws-lookup-found = 0
               add 1 to journal-orphan-count
           else
               add 1 to journal-used-count
               if vit-open-src(ws-lookup-entry) = space
                   move 'J'        to vit-open-src(ws-lookup-entry)
                   move sjr-before to vit-open-qty(ws-lookup-entry)
               end-if
               compute ws-movement = sjr-after - sjr-before
               if sjr-date > ws-to-date
                   add ws-movement to vit-post-qty(ws-lookup-entry)
               else
                   evaluate sjr-reason
                       when 'R'
                           add ws-movement
                            to vit-rcpt-qty(ws-lookup-entry)
                       when 'I'
                           subtract ws-movement
                               from vit-issue-qty(ws-lookup-entry)
                       when other
                           add ws-movement
                            to vit-adj-qty(ws-lookup-entry)
                   end-evaluate
               end-if
           end-if.

       write-valuation Section.
       060-begin.
           open output valuation-report.
           if ws-value-status not = '00'
               move 'VALUATION'       to ws-abend-file
               move ws-value-status   to ws-abend-status
               perform 998-begin
           end-if.
           move 0 to ws-all-qty-total ws-all-value-total.
           move 0 to ws-all-line-count.
           if whstk-table-count > 0
               move vwt-whs(1) to ws-cur-whs
               move 0 to ws-whs-qty-total ws-whs-value-total
               move 0 to ws-whs-line-count
               move 0 to ws-wst-idx
               perform 060-write-line
                   until ws-wst-idx >= whstk-table-count
               perform 060-write-whs-total
           end-if.
           move spaces to valuation-total.
           move 'ALL WAREHOUSES'    to vtl-label.
           move ws-all-qty-total    to vtl-qty.
           move ws-all-line-count   to vtl-line-count.
           move ws-all-value-total  to vtl-ext-value.
           write valuation-total.
           move 0 to ws-mst-qty-total ws-mst-value-total.
           move 0 to ws-itm-idx.
           perform 060-master-value
               until ws-itm-idx >= item-table-count.
           move spaces to valuation-total.
           move 'ITEM MASTER ITEM-STOCK BASIS' to vtl-label.
           move ws-mst-qty-total    to vtl-qty.
           move item-table-count    to vtl-line-count.
           move ws-mst-value-total  to vtl-ext-value.
           write valuation-total.
           close valuation-report.

       060-write-line.
           add 1 to ws-wst-idx.
           if vwt-whs(ws-wst-idx) not = ws-cur-whs
               perform 060-write-whs-total
               move vwt-whs(ws-wst-idx) to ws-cur-whs
               move 0 to ws-whs-qty-total ws-whs-value-total
               move 0 to ws-whs-line-count
           end-if.
           move vwt-item-code(ws-wst-idx) to ws-lookup-code.
           perform 400-begin.
           move spaces to valuation-line.
           move vwt-whs(ws-wst-idx)       to val-whs.
           move vwt-item-code(ws-wst-idx) to val-item-code.
           move vwt-qty(ws-wst-idx)       to val-qty.
           if ws-lookup-found = 1
               move vit-desc(ws-lookup-entry) to val-item-desc
               move vit-cost(ws-lookup-entry) to val-unit-cost
               compute ws-line-value rounded =
                       vwt-qty(ws-wst-idx) * vit-cost(ws-lookup-entry)
           else
               move 0 to val-unit-cost ws-line-value
               move 'NO ITEM' to val-flag
           end-if.
           move ws-line-value to val-ext-value.
           write valuation-line.
           add 1 to ws-whs-line-count ws-all-line-count.
           add vwt-qty(ws-wst-idx) to ws-whs-qty-total ws-all-qty-total.
           add ws-line-value to ws-whs-value-total ws-all-value-total.

       060-write-whs-total.
           move spaces to valuation-total.
           move ws-cur-whs          to vtl-whs.
           move 'WAREHOUSE TOTAL'   to vtl-label.
           move ws-whs-qty-total    to vtl-qty.
           move ws-whs-line-count   to vtl-line-count.
           move ws-whs-value-total  to vtl-ext-value.
           write valuation-total.

       060-master-value.
           add 1 to ws-itm-idx.
           add vit-stock(ws-itm-idx) to ws-mst-qty-total.
           compute ws-line-value rounded =
                   vit-stock(ws-itm-idx) * vit-cost(ws-itm-idx).
           add ws-line-value to ws-mst-value-total.

       write-rollforward Section.
       070-begin.
           open output rollfwd-report.
           if ws-roll-status not = '00'
               move 'STKROLL'         to ws-abend-file
               move ws-roll-status    to ws-abend-status
               perform 998-begin
           end-if.
           move 0 to ws-itm-idx.
           perform 070-write-one until ws-itm-idx >= item-table-count.
           close rollfwd-report.

       070-write-one.
           add 1 to ws-itm-idx.
           if vit-open-src(ws-itm-idx) = space
               move 'M' to vit-open-src(ws-itm-idx)
               move vit-stock(ws-itm-idx) to vit-open-qty(ws-itm-idx)
           end-if.
           compute ws-close-qty = vit-open-qty(ws-itm-idx)
                                + vit-rcpt-qty(ws-itm-idx)
                                - vit-issue-qty(ws-itm-idx)
                                + vit-adj-qty(ws-itm-idx).
           compute ws-expect-qty = ws-close-qty
                                 + vit-post-qty(ws-itm-idx).
           compute ws-roll-diff = vit-stock(ws-itm-idx)
                                - ws-expect-qty.
           compute ws-whs-diff = vit-whs-qty(ws-itm-idx)
                               - vit-stock(ws-itm-idx).
           move spaces to rollfwd-line.
           move vit-code(ws-itm-idx)      to rfl-item-code.
           move vit-open-src(ws-itm-idx)  to rfl-open-src.
           move vit-open-qty(ws-itm-idx)  to rfl-open-qty.
           move vit-rcpt-qty(ws-itm-idx)  to rfl-rcpt-qty.
           move vit-issue-qty(ws-itm-idx) to rfl-issue-qty.
           move vit-adj-qty(ws-itm-idx)   to rfl-adj-qty.
           move ws-close-qty              to rfl-close-qty.
           move vit-post-qty(ws-itm-idx)  to rfl-post-qty.
           move vit-stock(ws-itm-idx)     to rfl-master-qty.
           move vit-whs-qty(ws-itm-idx)   to rfl-whs-qty.
           move ws-roll-diff              to rfl-roll-diff.
           move ws-whs-diff               to rfl-whs-diff.
           if ws-roll-diff not = 0
               move 'NO-ROLL' to rfl-roll-flag
               add 1 to roll-error-count
           end-if.
           if ws-whs-diff not = 0
               move 'WHS-DIFF' to rfl-whs-flag
               add 1 to whs-error-count
           end-if.
           write rollfwd-line.

       write-closing Section.
       080-begin.
           open output close-snapshot.
           if ws-close-snap-status not = '00'
               move 'STKSNAP'             to ws-abend-file
               move ws-close-snap-status  to ws-abend-status
               perform 998-begin
           end-if.
           move 0 to ws-itm-idx.
           perform 080-write-one until ws-itm-idx >= item-table-count.
           close close-snapshot.

       080-write-one.
           add 1 to ws-itm-idx.
           compute ws-snap-qty = vit-stock(ws-itm-idx)
                               - vit-post-qty(ws-itm-idx).
           if ws-snap-qty < 0
               move 0 to ws-snap-qty
           end-if.
           move spaces to close-snapshot-record.
           move vit-code(ws-itm-idx) to csn-item-code.
           move ws-snap-qty          to csn-qty.
           move ws-to-date           to csn-date.
           write close-snapshot-record.

       find-item Section.
       400-begin.
           move 0 to ws-lookup-found ws-lookup-entry.
           if item-table-count > 0
               search all ws-item-entry
                   at end continue
                   when vit-code(vit-x) = ws-lookup-code
                       set ws-lookup-entry to vit-x
                       move 1 to ws-lookup-found
               end-search
           end-if.
