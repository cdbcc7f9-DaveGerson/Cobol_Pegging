           Select receipts-file assign 'E:\MRP_Shampoo\RECEIPTS.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-receipt-status.
           Select lot-stock assign 'E:\MRP_Shampoo\LOTSTOCK.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-lot-status.

       Data Division.
       File Section.
          03 rcpt-qty PIC 9(7).
          03 FILLER PIC x.
          03 rcpt-due-date PIC 9(8).
       fd lot-stock.
       01 lot-stock-record.
          03 lst-item-code PIC x(5).
          03 FILLER PIC x.
          03 lst-lot-no PIC x(10).
          03 FILLER PIC x.
          03 lst-qty PIC 9(7).
          03 FILLER PIC x.
          03 lst-rcpt-date PIC 9(8).
          03 FILLER PIC x.
          03 lst-order-no PIC x(6).
       working-storage section.
       01  ws-numerics             comp value low-values.
           03  bom-eof-flag        pic 9.
           03  demand-eof-flag     pic 9.
           03  receipt-eof-flag    pic 9.
           03  lot-eof-flag        pic 9.
           03  inquiry-done-flag   pic 9.
           03  bom-table-count     pic 9(4).
           03  demand-table-count  pic 9(4).
           03  receipt-table-count pic 9(4).
           03  lot-table-count     pic 9(4).
           03  ws-scan-idx         pic 9(4).
           03  ws-eval-idx         pic 9(4).
           03  ws-line-count       pic 9(4).

       01  ws-item-status     pic xx.
       01  ws-bom-status      pic xx.
       01  ws-demand-status   pic xx.
       01  ws-receipt-status  pic xx.
       01  ws-lot-status      pic xx.

       01  ws-bom-table.
           03  ws-bom-entry occurs 5000 times.
               05  rct-qty           pic 9(7).
               05  rct-due-date      pic 9(8).

       01  ws-lot-table.
           03  ws-lot-entry occurs 5000 times.
               05  ltt-item-code     pic x(5).
               05  ltt-lot-no        pic x(10).
               05  ltt-qty           pic 9(7).
               05  ltt-rcpt-date     pic 9(8).
               05  ltt-order-no      pic x(6).

       01  ws-work-fields.
           03  ws-inq-code        pic x(5).
           03  ws-total-demand    pic 9(9).
           03  ws-total-receipts  pic 9(9).
           03  ws-total-lots      pic 9(9).
           03  ws-today           pic 9(8).
           03  ws-eval-date       pic 9(8).
           03  ws-projected       pic s9(9).
           03  ws-atp-qty         pic s9(9).
           03  ws-atp-short       pic 9(9).
           03  ws-abend-file      pic x(12).
           03  ws-abend-recno     pic 9(5).
           03  ws-abend-status    pic xx.
       procedure division.
       000-Main Section.
       000-begin.
           accept ws-today from date yyyymmdd.
           open input itemmaster.
           if ws-item-status not = '00'
               move 'ITEMMAST'       to ws-abend-file
           perform 010-begin.
           perform 020-begin.
           perform 030-begin.
           perform 040-begin.
           perform inquiry-loop until inquiry-done-flag = 1.
           close itemmaster.
           STOP RUN.
               end-if
           end-if.

       load-lots Section.
       040-begin.
           open input lot-stock.
           if ws-lot-status not = '00'
               move 1 to lot-eof-flag
           end-if.
           perform 040-read until lot-eof-flag = 1.
           if ws-lot-status = '00' or ws-lot-status = '10'
               close lot-stock
           end-if.

       040-read.
           read lot-stock
               at end set lot-eof-flag to 1
           end-read.
           if lot-eof-flag = 0 and lst-qty numeric
               if lot-table-count < 5000
                   add 1 to lot-table-count
                   move lst-item-code
                     to ltt-item-code(lot-table-count)
                   move lst-lot-no to ltt-lot-no(lot-table-count)
                   move lst-qty to ltt-qty(lot-table-count)
                   move lst-rcpt-date
                     to ltt-rcpt-date(lot-table-count)
                   move lst-order-no
                     to ltt-order-no(lot-table-count)
               else
                   move 'LOTSTOCK'       to ws-abend-file
                   move lot-table-count  to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       inquiry-loop Section.
       100-begin.
           display ' '.
           end-if.
           perform 130-begin.
           perform 140-begin.
           perform 145-begin.
           perform 150-begin.
           perform 160-begin.
           perform 170-begin.

       show-demand Section.
       130-begin.
           end-if.
           add 1 to ws-scan-idx.

       show-atp Section.
       145-begin.
           move ws-today to ws-eval-date.
           perform 145-project.
           move ws-projected to ws-atp-qty.
           move 1 to ws-eval-idx.
           perform 145-scan until ws-eval-idx > demand-table-count.
           if ws-atp-qty < 0
               move ws-atp-qty to ws-atp-short
               display 'ATP TODAY 000000000  SHORT ' ws-atp-short
           else
               move ws-atp-qty to ws-atp-short
               display 'ATP TODAY ' ws-atp-short
           end-if.

       145-scan.
           if dmd-item-code(ws-eval-idx) = ws-inq-code
              and dmd-need-date(ws-eval-idx) > ws-today
               move dmd-need-date(ws-eval-idx) to ws-eval-date
               perform 145-project
               if ws-projected < ws-atp-qty
                   move ws-projected to ws-atp-qty
               end-if
           end-if.
           add 1 to ws-eval-idx.

       145-project.
           move ITEM-STOCK to ws-projected.
           move 1 to ws-scan-idx.
           perform 145-receipt until ws-scan-idx > receipt-table-count.
           move 1 to ws-scan-idx.
           perform 145-demand until ws-scan-idx > demand-table-count.

       145-receipt.
           if rct-item-code(ws-scan-idx) = ws-inq-code
              and rct-due-date(ws-scan-idx) not > ws-eval-date
               add rct-qty(ws-scan-idx) to ws-projected
           end-if.
           add 1 to ws-scan-idx.

       145-demand.
           if dmd-item-code(ws-scan-idx) = ws-inq-code
              and dmd-need-date(ws-scan-idx) not > ws-eval-date
               subtract dmd-qty(ws-scan-idx) from ws-projected
           end-if.
           add 1 to ws-scan-idx.

       show-components Section.
       150-begin.
           display 'COMPONENTS (SINGLE LEVEL):'.
               add 1 to ws-line-count
           end-if.
           add 1 to ws-scan-idx.

       show-lots Section.
       170-begin.
           display 'LOTS ON HAND:'.
           move 0 to ws-line-count ws-total-lots.
           move 1 to ws-scan-idx.
           perform 170-scan until ws-scan-idx > lot-table-count.
           if ws-line-count = 0
               display '  (NONE)'
           else
               display '  TOTAL IN LOTS ' ws-total-lots
           end-if.

       170-scan.
           if ltt-item-code(ws-scan-idx) = ws-inq-code
              and ltt-qty(ws-scan-idx) > 0
               display '  LOT ' ltt-lot-no(ws-scan-idx)
                       ' QTY ' ltt-qty(ws-scan-idx)
                       ' RCVD ' ltt-rcpt-date(ws-scan-idx)
                       ' ORDER ' ltt-order-no(ws-scan-idx)
               add 1 to ws-line-count
               add ltt-qty(ws-scan-idx) to ws-total-lots
           end-if.
           add 1 to ws-scan-idx.
