       identification division.
       program-id. Forecast_Review.
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
           Select forecast-file assign 'E:\MRP_Shampoo\FORECAST.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-fcst-status.
           Select stock-journal assign 'E:\MRP_Shampoo\STKJRNL.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-journal-status.
           Select open-orders assign 'E:\MRP_Shampoo\OpenOrders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-demand-status.
           Select review-report assign 'E:\MRP_Shampoo\FCSTREV.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-review-status.

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
       fd forecast-file.
       01 forecast-record.
          03 fc-item-code PIC x(5).
          03 FILLER PIC x.
          03 fc-week-date PIC 9(8).
          03 FILLER PIC x.
          03 fc-qty PIC 9(7).
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
       fd open-orders.
       01 demand-record.
          03 demand-order-no PIC x(6).
          03 FILLER PIC x.
          03 demand-item-code PIC x(5).
          03 FILLER PIC x.
          03 demand-qty PIC 9(7).
          03 FILLER PIC x.
          03 demand-need-date PIC 9(8).
       fd review-report.
       01 review-line.
          03 frl-item-code PIC x(5).
          03 FILLER PIC x.
          03 frl-item-desc PIC x(26).
          03 FILLER PIC x.
          03 frl-month PIC 9(6).
          03 FILLER PIC x.
          03 frl-fcst-qty PIC   9(9).
          03 FILLER PIC x.
          03 frl-ship-qty PIC   9(9).
          03 FILLER PIC x.
          03 frl-open-qty PIC   9(9).
          03 FILLER PIC x.
          03 frl-actual-qty PIC   9(9).
          03 FILLER PIC x.
          03 frl-var-qty PIC   S9(9).
          03 FILLER PIC x.
          03 frl-pct PIC   9(5).
          03 FILLER PIC x.
          03 frl-flag PIC x(8).
       01 review-total.
          03 frt-item-code PIC x(5).
          03 FILLER PIC x.
          03 frt-label PIC x(33).
          03 FILLER PIC x.
          03 frt-fcst-qty PIC   9(9).
          03 FILLER PIC x.
          03 frt-ship-qty PIC   9(9).
          03 FILLER PIC x.
          03 frt-open-qty PIC   9(9).
          03 FILLER PIC x.
          03 frt-actual-qty PIC   9(9).
          03 FILLER PIC x.
          03 frt-var-qty PIC   S9(9).
          03 FILLER PIC x.
          03 frt-pct PIC   9(5).
       working-storage section.
       01  ws-numerics             comp value low-values.
           03  read-eof-flag       pic 9.
           03  fcst-row-counter    pic 9(5).
           03  journal-row-counter pic 9(5).
           03  journal-used-count  pic 9(5).
           03  demand-row-counter  pic 9(5).
           03  demand-used-count   pic 9(5).
           03  rev-table-count     pic 9(4).
           03  rev-line-count      pic 9(4).
           03  rev-item-count      pic 9(4).
           03  ws-rev-idx          pic 9(4).
           03  ws-rev-shift-idx    pic 9(4).
           03  ws-rev-find-flag    pic 9.
           03  ws-item-known       pic 9.

       01  ws-item-status       pic xx.
       01  ws-fcst-status       pic xx.
       01  ws-journal-status    pic xx.
       01  ws-demand-status     pic xx.
       01  ws-review-status     pic xx.

       01  ws-review-table.
           03  ws-review-entry occurs 5000 times.
               05  rvt-key.
                   07  rvt-item-code pic x(5).
                   07  rvt-month     pic 9(6).
               05  rvt-fcst-qty      pic 9(9).
               05  rvt-ship-qty      pic 9(9).
               05  rvt-open-qty      pic 9(9).

       01  ws-work-fields.
           03  ws-key.
               05  ws-key-item      pic x(5).
               05  ws-key-month     pic 9(6).
           03  ws-low-month        pic 9(6).
           03  ws-high-month       pic 9(6).
           03  ws-cur-item         pic x(5).
           03  ws-cur-desc         pic x(26).
           03  ws-actual-qty       pic 9(9).
           03  ws-var-qty          pic s9(9).
           03  ws-pct              pic 9(5).
           03  ws-itm-fcst         pic 9(9).
           03  ws-itm-ship         pic 9(9).
           03  ws-itm-open         pic 9(9).
           03  ws-all-fcst         pic 9(9).
           03  ws-all-ship         pic 9(9).
           03  ws-all-open         pic 9(9).
           03  ws-abend-file       pic x(12).
           03  ws-abend-recno      pic 9(5).
           03  ws-abend-status     pic xx.

       procedure division.
       000-Main Section.
       000-begin.
           perform 010-begin.
           perform 020-begin.
           perform 030-begin.
           perform 040-begin.
           display 'FORECAST RECORDS     :' fcst-row-counter.
           display 'JOURNAL LINES READ   :' journal-row-counter.
           display 'JOURNAL LINES USED   :' journal-used-count.
           display 'OPEN ORDERS READ     :' demand-row-counter.
           display 'OPEN ORDERS USED     :' demand-used-count.
           display 'ITEMS REVIEWED       :' rev-item-count.
           display 'ITEM MONTH LINES     :' rev-line-count.
           STOP RUN.

       abend-open Section.
       998-begin.
           display 'FILE OPEN FAILED: ' ws-abend-file
                   ' STATUS ' ws-abend-status.
           display 'RUN STOPPED - NO FORECAST REVIEW PRODUCED'.
           move 16 to return-code.
           STOP RUN.

       abend-capacity Section.
       999-begin.
           display 'TABLE CAPACITY EXCEEDED: ' ws-abend-file
                   ' RECORD ' ws-abend-recno.
           display 'RUN STOPPED - NO FORECAST REVIEW PRODUCED'.
           move 16 to return-code.
           STOP RUN.

       load-forecast Section.
       010-begin.
           open input forecast-file.
           if ws-fcst-status not = '00'
               move 'FORECAST'       to ws-abend-file
               move ws-fcst-status   to ws-abend-status
               perform 998-begin
           end-if.
           move 999999 to ws-low-month.
           move 0      to ws-high-month.
           move 0 to read-eof-flag.
           perform 010-read until read-eof-flag = 1.
           close forecast-file.

       010-read.
           read forecast-file
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
              and fc-week-date numeric
              and fc-qty numeric
               add 1 to fcst-row-counter
               move fc-item-code      to ws-key-item
               move fc-week-date(1:6) to ws-key-month
               if ws-key-month < ws-low-month
                   move ws-key-month to ws-low-month
               end-if
               if ws-key-month > ws-high-month
                   move ws-key-month to ws-high-month
               end-if
               move 'FORECAST'        to ws-abend-file
               move fcst-row-counter  to ws-abend-recno
               perform 400-begin
               add fc-qty to rvt-fcst-qty(ws-rev-idx)
           end-if.

       load-shipments Section.
       020-begin.
           open input stock-journal.
           if ws-journal-status = '00'
               move 0 to read-eof-flag
               perform 020-read until read-eof-flag = 1
               close stock-journal
           end-if.

       020-read.
           read stock-journal
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
               add 1 to journal-row-counter
               if sjr-reason = 'I'
                  and sjr-status = 'APPLIED'
                  and sjr-message not = 'WO BACKFLUSH'
                  and sjr-message not = 'LOT DETAIL'
                  and sjr-date numeric
                  and sjr-qty numeric
                   move sjr-item-code to ws-key-item
                   move sjr-date(1:6) to ws-key-month
                   perform 020-apply
               end-if
           end-if.

       020-apply.
           perform 410-begin.
           if ws-item-known = 1
              and ws-key-month >= ws-low-month
              and ws-key-month <= ws-high-month
               add 1 to journal-used-count
               move 'STKJRNL'           to ws-abend-file
               move journal-row-counter to ws-abend-recno
               perform 400-begin
               add sjr-qty to rvt-ship-qty(ws-rev-idx)
           end-if.

       load-booked Section.
       030-begin.
           open input open-orders.
           if ws-demand-status = '00'
               move 0 to read-eof-flag
               perform 030-read until read-eof-flag = 1
               close open-orders
           end-if.

       030-read.
           read open-orders
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
               add 1 to demand-row-counter
               if demand-need-date numeric
                  and demand-qty numeric
                   move demand-item-code      to ws-key-item
                   move demand-need-date(1:6) to ws-key-month
                   perform 030-apply
               end-if
           end-if.

       030-apply.
           perform 410-begin.
           if ws-item-known = 1
              and ws-key-month >= ws-low-month
              and ws-key-month <= ws-high-month
               add 1 to demand-used-count
               move 'OPENORDERS'       to ws-abend-file
               move demand-row-counter to ws-abend-recno
               perform 400-begin
               add demand-qty to rvt-open-qty(ws-rev-idx)
           end-if.

       write-review Section.
       040-begin.
           open output review-report.
           if ws-review-status not = '00'
               move 'FCSTREV'         to ws-abend-file
               move ws-review-status  to ws-abend-status
               perform 998-begin
           end-if.
           open input itemmaster.
           move spaces to ws-cur-item.
           move 0 to ws-all-fcst ws-all-ship ws-all-open.
           move 1 to ws-rev-idx.
           perform 040-write-line until ws-rev-idx > rev-table-count.
           if ws-cur-item not = spaces
               perform 040-item-total
           end-if.
           move spaces          to review-total.
           move 'ALL ITEMS'     to frt-label.
           move ws-all-fcst     to ws-itm-fcst.
           move ws-all-ship     to ws-itm-ship.
           move ws-all-open     to ws-itm-open.
           perform 040-total-line.
           if ws-item-status = '00'
               close itemmaster
           end-if.
           close review-report.

       040-write-line.
           if rvt-item-code(ws-rev-idx) not = ws-cur-item
               if ws-cur-item not = spaces
                   perform 040-item-total
               end-if
               move rvt-item-code(ws-rev-idx) to ws-cur-item
               perform 040-item-desc
               move 0 to ws-itm-fcst ws-itm-ship ws-itm-open
               add 1 to rev-item-count
           end-if.
           move spaces                     to review-line.
           move ws-cur-item                to frl-item-code.
           move ws-cur-desc                to frl-item-desc.
           move rvt-month(ws-rev-idx)      to frl-month.
           move rvt-fcst-qty(ws-rev-idx)   to frl-fcst-qty.
           move rvt-ship-qty(ws-rev-idx)   to frl-ship-qty.
           move rvt-open-qty(ws-rev-idx)   to frl-open-qty.
           compute ws-actual-qty = rvt-ship-qty(ws-rev-idx)
                                 + rvt-open-qty(ws-rev-idx).
           move ws-actual-qty              to frl-actual-qty.
           compute ws-var-qty = ws-actual-qty
                              - rvt-fcst-qty(ws-rev-idx).
           move ws-var-qty                 to frl-var-qty.
           if rvt-fcst-qty(ws-rev-idx) > 0
               compute ws-pct rounded = ws-actual-qty * 100
                                      / rvt-fcst-qty(ws-rev-idx)
                   on size error move 99999 to ws-pct
               end-compute
               move ws-pct                 to frl-pct
           else
               move 0                      to frl-pct
               move 'NO FCST'              to frl-flag
           end-if.
           write review-line.
           add 1 to rev-line-count.
           add rvt-fcst-qty(ws-rev-idx) to ws-itm-fcst ws-all-fcst.
           add rvt-ship-qty(ws-rev-idx) to ws-itm-ship ws-all-ship.
           add rvt-open-qty(ws-rev-idx) to ws-itm-open ws-all-open.
           add 1 to ws-rev-idx.

       040-item-desc.
           move spaces to ws-cur-desc.
           if ws-item-status = '00'
               move ws-cur-item to ITEM-CODE
               read itemmaster
                   invalid key
                       move 'NOT ON ITEM MASTER' to ws-cur-desc
                   not invalid key
                       move ITEM-DESC to ws-cur-desc
               end-read
           end-if.

       040-item-total.
           move spaces          to review-total.
           move ws-cur-item     to frt-item-code.
           move 'ITEM TOTAL'    to frt-label.
           perform 040-total-line.

       040-total-line.
           move ws-itm-fcst     to frt-fcst-qty.
           move ws-itm-ship     to frt-ship-qty.
           move ws-itm-open     to frt-open-qty.
           compute ws-actual-qty = ws-itm-ship + ws-itm-open.
           move ws-actual-qty   to frt-actual-qty.
           compute ws-var-qty = ws-actual-qty - ws-itm-fcst.
           move ws-var-qty      to frt-var-qty.
           if ws-itm-fcst > 0
               compute ws-pct rounded = ws-actual-qty * 100
                                      / ws-itm-fcst
                   on size error move 99999 to ws-pct
               end-compute
               move ws-pct      to frt-pct
           else
               move 0           to frt-pct
           end-if.
           write review-total.

       find-or-add Section.
       400-begin.
           move 0 to ws-rev-find-flag.
           move 1 to ws-rev-idx.
           perform 400-find-slot
               until ws-rev-find-flag > 0
                  or ws-rev-idx > rev-table-count.
           if ws-rev-find-flag not = 1
               perform 400-insert
           end-if.

       400-find-slot.
           if rvt-key(ws-rev-idx) = ws-key
               move 1 to ws-rev-find-flag
           else
               if rvt-key(ws-rev-idx) > ws-key
                   move 2 to ws-rev-find-flag
               else
                   add 1 to ws-rev-idx
               end-if
           end-if.

       400-insert.
           if rev-table-count >= 5000
               perform 999-begin
           end-if.
           move rev-table-count to ws-rev-shift-idx.
           perform 400-shift-down
               until ws-rev-shift-idx < ws-rev-idx.
           add 1 to rev-table-count.
           move ws-key-item     to rvt-item-code(ws-rev-idx).
           move ws-key-month    to rvt-month(ws-rev-idx).
           move 0 to rvt-fcst-qty(ws-rev-idx).
           move 0 to rvt-ship-qty(ws-rev-idx).
           move 0 to rvt-open-qty(ws-rev-idx).

       400-shift-down.
           move ws-review-entry(ws-rev-shift-idx)
             to ws-review-entry(ws-rev-shift-idx + 1).
           subtract 1 from ws-rev-shift-idx.

       item-forecast Section.
       410-begin.
           move 0 to ws-item-known.
           move 1 to ws-rev-idx.
           perform 410-scan
               until ws-item-known = 1
                  or ws-rev-idx > rev-table-count.

       410-scan.
           if rvt-item-code(ws-rev-idx) = ws-key-item
               move 1 to ws-item-known
           else
               add 1 to ws-rev-idx
           end-if.
