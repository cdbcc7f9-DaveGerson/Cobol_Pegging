       identification division.
       program-id. Atp_Promise.
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
           Select Bill-o-Mat assign 'E:\MRP_Shampoo\BOMMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BOM-KEY
                  FILE STATUS IS ws-bom-status.
           Select open-orders assign 'E:\MRP_Shampoo\OpenOrders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-demand-status.
           Select receipts-file assign 'E:\MRP_Shampoo\RECEIPTS.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-receipt-status.
           Select shop-calendar assign 'E:\MRP_Shampoo\CALENDAR.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-cal-status.
           Select atp-requests assign 'E:\MRP_Shampoo\ATPREQ.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-request-status.
           Select promise-file assign 'E:\MRP_Shampoo\PROMISE.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-promise-status.

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
       fd Bill-o-Mat.
       01 BOM-Record.
          03 BOM-KEY.
             05 BOM-TOPLVL-ITEM-CODE PIC x(5).
             05 BOM-COMPLVL-ITEM-CODE PIC x(5).
             05 BOM-EFF-START PIC x(8).
          03 BOM-RATIO PIC   99V999.
          03 BOM-EFF-END PIC x(8).
       fd open-orders.
       01 demand-record.
          03 demand-order-no PIC x(6).
          03 FILLER PIC x.
          03 demand-item-code PIC x(5).
          03 FILLER PIC x.
          03 demand-qty PIC 9(7).
          03 FILLER PIC x.
          03 demand-need-date PIC 9(8).
       fd receipts-file.
       01 receipt-record.
          03 rcpt-order-no PIC x(6).
          03 FILLER PIC x.
          03 rcpt-item-code PIC x(5).
          03 FILLER PIC x.
          03 rcpt-qty PIC 9(7).
          03 FILLER PIC x.
          03 rcpt-due-date PIC 9(8).
       fd shop-calendar.
       01 calendar-record.
          03 cal-date PIC 9(8).
          03 FILLER PIC x.
          03 cal-desc PIC x(30).
       fd atp-requests.
       01 atp-request-record.
          03 areq-ref-no PIC x(6).
          03 FILLER PIC x.
          03 areq-item-code PIC x(5).
          03 FILLER PIC x.
          03 areq-qty PIC x(7).
          03 FILLER PIC x.
          03 areq-date PIC x(8).
       fd promise-file.
       01 promise-record.
          03 prm-ref-no PIC x(6).
          03 FILLER PIC x.
          03 prm-item-code PIC x(5).
          03 FILLER PIC x.
          03 prm-req-qty PIC 9(7).
          03 FILLER PIC x.
          03 prm-req-date PIC 9(8).
          03 FILLER PIC x.
          03 prm-atp-qty PIC S9(9).
          03 FILLER PIC x.
          03 prm-promise-date PIC 9(8).
          03 FILLER PIC x.
          03 prm-source PIC x(8).
          03 FILLER PIC x.
          03 prm-status PIC x(8).
          03 FILLER PIC x.
          03 prm-message PIC x(25).
       working-storage section.
       01  ws-numerics             comp value low-values.
           03  bom-eof-flag        pic 9.
           03  read-eof-flag       pic 9.
           03  request-eof-flag    pic 9.
           03  bom-table-count     pic 9(4).
           03  demand-row-counter  pic 9(4).
           03  demand-table-count  pic 9(4).
           03  receipt-row-counter pic 9(4).
           03  receipt-table-count pic 9(4).
           03  cal-row-counter     pic 9(4).
           03  hol-table-count     pic 9(4).
           03  request-row-counter pic 9(4).
           03  on-time-count       pic 9(4).
           03  late-count          pic 9(4).
           03  rejected-count      pic 9(4).
           03  ws-scan-idx         pic 9(4).
           03  ws-eval-idx         pic 9(4).
           03  ws-rct-idx          pic 9(4).
           03  ws-bom-idx          pic 9(4).
           03  ws-hol-idx          pic 9(4).
           03  ws-reject-flag      pic 9.
           03  ws-working-flag     pic 9.
           03  ws-bom-effective    pic 9.
           03  ws-bom-found        pic 9.

       01  ws-item-status     pic xx.
       01  ws-bom-status      pic xx.
       01  ws-demand-status   pic xx.
       01  ws-receipt-status  pic xx.
       01  ws-cal-status      pic xx.
       01  ws-request-status  pic xx.
       01  ws-promise-status  pic xx.

       01  ws-today           pic 9(8).
       01  ws-today-x redefines ws-today pic x(8).

       01  ws-holiday-table.
           03  hol-date-int pic 9(8) comp occurs 400 times.

       01  ws-bom-table.
           03  ws-bom-entry occurs 5000 times.
               05  wbt-toplvl        pic x(5).
               05  wbt-complvl       pic x(5).
               05  wbt-ratio         pic 99v999.
               05  wbt-eff-start     pic x(8).
               05  wbt-eff-end       pic x(8).

       01  ws-demand-table.
           03  ws-demand-entry occurs 4000 times.
               05  dmd-order-no      pic x(6).
               05  dmd-item-code     pic x(5).
               05  dmd-qty           pic 9(7).
               05  dmd-need-date     pic 9(8).

       01  ws-receipt-table.
           03  ws-receipt-entry occurs 2000 times.
               05  rct-order-no      pic x(6).
               05  rct-item-code     pic x(5).
               05  rct-qty           pic 9(7).
               05  rct-due-date      pic 9(8).

       01  ws-request-fields.
           03  ws-req-item        pic x(5).
           03  ws-req-qty         pic 9(7).
           03  ws-req-date        pic 9(8).
           03  ws-req-stock       pic 9(7).
           03  ws-req-leadtime    pic 9(4).
           03  ws-req-type        pic x.
           03  ws-promise-date    pic 9(8).
           03  ws-best-date       pic 9(8).
           03  ws-repl-date       pic 9(8).
           03  ws-source          pic x(8).
           03  ws-repl-source     pic x(8).
           03  ws-reject-reason   pic x(25).

       01  ws-atp-fields.
           03  ws-calc-item       pic x(5).
           03  ws-calc-stock      pic 9(7).
           03  ws-calc-date       pic 9(8).
           03  ws-eval-date       pic 9(8).
           03  ws-projected       pic s9(9).
           03  ws-atp-qty         pic s9(9).
           03  ws-req-atp         pic s9(9).
           03  ws-comp-need       pic 9(9)v999.

       01  ws-date-fields.
           03  ws-today-int       pic s9(8).
           03  ws-add-int         pic s9(8).
           03  ws-add-days        pic 9(4).
           03  ws-comp-ready-int  pic s9(8).
           03  ws-ready-int       pic s9(8).
           03  ws-dow             pic 9.

       01  ws-work-fields.
           03  ws-abend-file      pic x(12).
           03  ws-abend-recno     pic 9(5).
           03  ws-abend-status    pic xx.

       procedure division.
       000-Main Section.
       000-begin.
           accept ws-today from date yyyymmdd.
           compute ws-today-int = function integer-of-date(ws-today).
           open input itemmaster.
           if ws-item-status not = '00'
               move 'ITEMMAST'       to ws-abend-file
               move ws-item-status   to ws-abend-status
               perform 998-begin
           end-if.
           perform 010-begin.
           perform 020-begin.
           perform 030-begin.
           perform 040-begin.
           open input atp-requests.
           if ws-request-status not = '00'
               move 'ATPREQ'            to ws-abend-file
               move ws-request-status   to ws-abend-status
               perform 998-begin
           end-if.
           open output promise-file.
           if ws-promise-status not = '00'
               move 'PROMISE'           to ws-abend-file
               move ws-promise-status   to ws-abend-status
               perform 998-begin
           end-if.
           perform request-processor until request-eof-flag = 1.
           close atp-requests.
           close promise-file.
           close itemmaster.
           display 'REQUESTS READ        :' request-row-counter.
           display 'PROMISED ON TIME     :' on-time-count.
           display 'PROMISED LATE        :' late-count.
           display 'REQUESTS REJECTED    :' rejected-count.
           STOP RUN.

       abend-open Section.
       998-begin.
           display 'FILE OPEN FAILED: ' ws-abend-file
                   ' STATUS ' ws-abend-status.
           display 'RUN STOPPED - NO PROMISES PRODUCED'.
           move 16 to return-code.
           STOP RUN.

       abend-capacity Section.
       999-begin.
           display 'TABLE CAPACITY EXCEEDED: ' ws-abend-file
                   ' RECORD ' ws-abend-recno.
           display 'RUN STOPPED - NO PROMISES PRODUCED'.
           move 16 to return-code.
           STOP RUN.

       load-bom Section.
       010-begin.
           open input Bill-o-Mat.
           if ws-bom-status not = '00'
               move 1 to bom-eof-flag
           end-if.
           perform 010-read until bom-eof-flag = 1.
           if ws-bom-status = '00' or ws-bom-status = '10'
               close Bill-o-Mat
           end-if.

       010-read.
           read Bill-o-Mat next
               at end set bom-eof-flag to 1
           end-read.
           if bom-eof-flag = 0
               if bom-table-count < 5000
                   add 1 to bom-table-count
                   move BOM-TOPLVL-ITEM-CODE
                     to wbt-toplvl(bom-table-count)
                   move BOM-COMPLVL-ITEM-CODE
                     to wbt-complvl(bom-table-count)
                   move BOM-RATIO to wbt-ratio(bom-table-count)
                   move BOM-EFF-START
                     to wbt-eff-start(bom-table-count)
                   move BOM-EFF-END to wbt-eff-end(bom-table-count)
               else
                   move 'BOMMAST'        to ws-abend-file
                   move bom-table-count  to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       load-demand Section.
       020-begin.
           open input open-orders.
           if ws-demand-status = '00'
               move 0 to read-eof-flag
               perform 020-read until read-eof-flag = 1
               close open-orders
           end-if.

       020-read.
           read open-orders
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
              and demand-qty numeric
              and demand-need-date numeric
               add 1 to demand-row-counter
               if demand-table-count < 4000
                   add 1 to demand-table-count
                   move demand-order-no
                     to dmd-order-no(demand-table-count)
                   move demand-item-code
                     to dmd-item-code(demand-table-count)
                   move demand-qty to dmd-qty(demand-table-count)
                   move demand-need-date
                     to dmd-need-date(demand-table-count)
               else
                   move 'OPENORDERS'        to ws-abend-file
                   move demand-row-counter  to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       load-receipts Section.
       030-begin.
           open input receipts-file.
           if ws-receipt-status = '00'
               move 0 to read-eof-flag
               perform 030-read until read-eof-flag = 1
               close receipts-file
           end-if.

       030-read.
           read receipts-file
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
              and rcpt-qty numeric
              and rcpt-due-date numeric
               add 1 to receipt-row-counter
               if receipt-table-count < 2000
                   add 1 to receipt-table-count
                   move rcpt-order-no
                     to rct-order-no(receipt-table-count)
                   move rcpt-item-code
                     to rct-item-code(receipt-table-count)
                   move rcpt-qty to rct-qty(receipt-table-count)
                   move rcpt-due-date
                     to rct-due-date(receipt-table-count)
               else
                   move 'RECEIPTS'           to ws-abend-file
                   move receipt-row-counter  to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       load-calendar Section.
       040-begin.
           open input shop-calendar.
           if ws-cal-status = '00'
               move 0 to read-eof-flag
               perform 040-read until read-eof-flag = 1
               close shop-calendar
           end-if.

       040-read.
           read shop-calendar
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0 and cal-date numeric
               add 1 to cal-row-counter
               if hol-table-count < 400
                   add 1 to hol-table-count
                   compute hol-date-int(hol-table-count) =
                           function integer-of-date(cal-date)
               else
                   move 'CALENDAR'      to ws-abend-file
                   move cal-row-counter to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       request-processor Section.
       100-begin.
           read atp-requests
               at end set request-eof-flag to 1
           end-read.
           if request-eof-flag = 0
               add 1 to request-row-counter
               perform 110-begin
           end-if.

       promise-one Section.
       110-begin.
           move 0 to ws-reject-flag ws-req-qty ws-req-date.
           move 0 to ws-req-atp ws-promise-date.
           move spaces to ws-reject-reason ws-source.
           move areq-item-code to ws-req-item.
           if areq-qty not numeric
               move 1 to ws-reject-flag
               move 'BAD QUANTITY' to ws-reject-reason
           else
               move areq-qty to ws-req-qty
               if ws-req-qty = 0
                   move 1 to ws-reject-flag
                   move 'BAD QUANTITY' to ws-reject-reason
               end-if
           end-if.
           if ws-reject-flag = 0
               if areq-date not numeric
                   move 1 to ws-reject-flag
                   move 'BAD REQUESTED DATE' to ws-reject-reason
               else
                   move areq-date to ws-req-date
                   if ws-req-date < ws-today
                       move ws-today to ws-req-date
                   end-if
               end-if
           end-if.
           if ws-reject-flag = 0
               move ws-req-item to ITEM-CODE
               read itemmaster
                   invalid key
                       move 1 to ws-reject-flag
                       move 'ITEM NOT FOUND' to ws-reject-reason
               end-read
           end-if.
           if ws-reject-flag = 0
               perform 120-begin
           end-if.
           perform 150-begin.

       find-promise-date Section.
       120-begin.
           move ITEM-STOCK    to ws-req-stock.
           move ITEM-LEADTIME to ws-req-leadtime.
           move ITEM-TYPE     to ws-req-type.
           move ws-req-item   to ws-calc-item.
           move ws-req-stock  to ws-calc-stock.
           move ws-req-date   to ws-calc-date.
           perform 200-begin.
           move ws-atp-qty to ws-req-atp.
           if ws-atp-qty not < ws-req-qty
               move ws-req-date to ws-promise-date
               move 'ON HAND' to ws-source
           else
               move 99999999 to ws-best-date
               move 0 to ws-rct-idx
               perform 120-try-receipt
                   until ws-rct-idx >= receipt-table-count
               perform 300-begin
               if ws-repl-date < ws-req-date
                   move ws-req-date to ws-repl-date
               end-if
               if ws-best-date < ws-repl-date
                   move ws-best-date to ws-promise-date
                   move 'RECEIPT' to ws-source
               else
                   move ws-repl-date to ws-promise-date
                   move ws-repl-source to ws-source
               end-if
           end-if.
           perform 130-begin.

       120-try-receipt.
           add 1 to ws-rct-idx.
           if rct-item-code(ws-rct-idx) = ws-req-item
              and rct-due-date(ws-rct-idx) > ws-req-date
              and rct-due-date(ws-rct-idx) < ws-best-date
               move ws-req-item  to ws-calc-item
               move ws-req-stock to ws-calc-stock
               move rct-due-date(ws-rct-idx) to ws-calc-date
               perform 200-begin
               if ws-atp-qty not < ws-req-qty
                   move rct-due-date(ws-rct-idx) to ws-best-date
               end-if
           end-if.

       commit-promise Section.
       130-begin.
           if demand-table-count < 4000
               add 1 to demand-table-count
               move areq-ref-no  to dmd-order-no(demand-table-count)
               move ws-req-item  to dmd-item-code(demand-table-count)
               move ws-req-qty   to dmd-qty(demand-table-count)
               move ws-promise-date
                 to dmd-need-date(demand-table-count)
           else
               move 'ATPREQ'             to ws-abend-file
               move request-row-counter  to ws-abend-recno
               perform 999-begin
           end-if.

       write-promise Section.
       150-begin.
           move spaces to promise-record.
           move areq-ref-no     to prm-ref-no.
           move ws-req-item     to prm-item-code.
           move ws-req-qty      to prm-req-qty.
           move ws-req-date     to prm-req-date.
           move ws-req-atp      to prm-atp-qty.
           move ws-promise-date to prm-promise-date.
           move ws-source       to prm-source.
           if ws-reject-flag = 1
               move 'REJECTED' to prm-status
               move ws-reject-reason to prm-message
               add 1 to rejected-count
           else
               if ws-promise-date > ws-req-date
                   move 'LATE' to prm-status
                   add 1 to late-count
               else
                   move 'ON TIME' to prm-status
                   add 1 to on-time-count
               end-if
           end-if.
           write promise-record.

       available-to-promise Section.
       200-begin.
           move ws-calc-date to ws-eval-date.
           perform 210-begin.
           move ws-projected to ws-atp-qty.
           move 0 to ws-eval-idx.
           perform 200-scan until ws-eval-idx >= demand-table-count.

       200-scan.
           add 1 to ws-eval-idx.
           if dmd-item-code(ws-eval-idx) = ws-calc-item
              and dmd-need-date(ws-eval-idx) > ws-calc-date
               move dmd-need-date(ws-eval-idx) to ws-eval-date
               perform 210-begin
               if ws-projected < ws-atp-qty
                   move ws-projected to ws-atp-qty
               end-if
           end-if.

       projected-on-hand Section.
       210-begin.
           move ws-calc-stock to ws-projected.
           move 0 to ws-scan-idx.
           perform 210-receipt until ws-scan-idx >= receipt-table-count.
           move 0 to ws-scan-idx.
           perform 210-demand until ws-scan-idx >= demand-table-count.

       210-receipt.
           add 1 to ws-scan-idx.
           if rct-item-code(ws-scan-idx) = ws-calc-item
              and rct-due-date(ws-scan-idx) not > ws-eval-date
               add rct-qty(ws-scan-idx) to ws-projected
           end-if.

       210-demand.
           add 1 to ws-scan-idx.
           if dmd-item-code(ws-scan-idx) = ws-calc-item
              and dmd-need-date(ws-scan-idx) not > ws-eval-date
               subtract dmd-qty(ws-scan-idx) from ws-projected
           end-if.

       replenish-date Section.
       300-begin.
           move ws-today-int to ws-ready-int.
           move 'LEADTIME' to ws-repl-source.
           if ws-req-type = 'M' or ws-req-type = 'P'
               move 0 to ws-bom-found
               move 0 to ws-bom-idx
               perform 310-begin until ws-bom-idx >= bom-table-count
               if ws-bom-found = 1
                   move 'BOM' to ws-repl-source
               end-if
           end-if.
           move ws-ready-int    to ws-add-int.
           move ws-req-leadtime to ws-add-days.
           perform 400-begin.
           compute ws-repl-date = function date-of-integer(ws-add-int).

       component-ready Section.
       310-begin.
           add 1 to ws-bom-idx.
           if wbt-toplvl(ws-bom-idx) = ws-req-item
               perform 320-begin
               if ws-bom-effective = 1
                   move 1 to ws-bom-found
                   perform 310-check-comp
               end-if
           end-if.

       310-check-comp.
           move ws-today-int to ws-comp-ready-int.
           move wbt-complvl(ws-bom-idx) to ITEM-CODE.
           read itemmaster
               invalid key
                   move 0 to ITEM-STOCK ITEM-LEADTIME
           end-read.
           compute ws-comp-need = ws-req-qty * wbt-ratio(ws-bom-idx).
           move wbt-complvl(ws-bom-idx) to ws-calc-item.
           move ITEM-STOCK to ws-calc-stock.
           move ws-today   to ws-calc-date.
           perform 200-begin.
           if ws-atp-qty < ws-comp-need
               move ws-today-int  to ws-add-int
               move ITEM-LEADTIME to ws-add-days
               perform 400-begin
               move ws-add-int to ws-comp-ready-int
           end-if.
           if ws-comp-ready-int > ws-ready-int
               move ws-comp-ready-int to ws-ready-int
           end-if.

       check-effective Section.
       320-begin.
           move 1 to ws-bom-effective.
           if wbt-eff-start(ws-bom-idx) not = spaces
              and wbt-eff-start(ws-bom-idx) not = '00000000'
              and ws-today-x < wbt-eff-start(ws-bom-idx)
               move 0 to ws-bom-effective
           end-if.
           if wbt-eff-end(ws-bom-idx) not = spaces
              and wbt-eff-end(ws-bom-idx) not = '00000000'
              and ws-today-x > wbt-eff-end(ws-bom-idx)
               move 0 to ws-bom-effective
           end-if.

       add-working-days Section.
       400-begin.
           perform 400-step until ws-add-days = 0.

       400-step.
           add 1 to ws-add-int.
           perform 410-begin.
           if ws-working-flag = 1
               subtract 1 from ws-add-days
           end-if.

       check-working Section.
       410-begin.
           move 1 to ws-working-flag.
           compute ws-dow = function mod(ws-add-int 7).
           if ws-dow = 6 or ws-dow = 0
               move 0 to ws-working-flag
           end-if.
           if ws-working-flag = 1
               move 1 to ws-hol-idx
               perform 410-hol-scan
                   until ws-hol-idx > hol-table-count
           end-if.

       410-hol-scan.
           if hol-date-int(ws-hol-idx) = ws-add-int
               move 0 to ws-working-flag
               move hol-table-count to ws-hol-idx
           end-if.
           add 1 to ws-hol-idx.
