           Select conv-control assign 'E:\MRP_Shampoo\CONVCTL.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-control-status.
           Select lot-stock assign 'E:\MRP_Shampoo\LOTSTOCK.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-lot-status.

       Data Division.
       File Section.
          03 stk-qty PIC x(7).
          03 FILLER PIC x.
          03 stk-reason PIC x.
          03 FILLER PIC x.
          03 stk-lot-no PIC x(10).
       fd stock-journal.
       01 stock-journal-record.
          03 sjr-date PIC 9(8).
          03 sjr-before PIC 9(7).
          03 FILLER PIC x.
          03 sjr-after PIC 9(7).
          03 FILLER PIC x.
          03 sjr-lot-no PIC x(10).
       fd conv-control.
       01 conv-control-record.
          03 ctl-date PIC 9(8).
          03 ctl-stock-hash PIC 9(11).
          03 FILLER PIC x.
          03 ctl-ratio-hash PIC 9(9)V999.
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
           03  trans-eof-flag      pic 9.
           03  applied-count       pic 9(4).
           03  rejected-count      pic 9(4).
           03  ws-reject-flag      pic 9.
           03  read-eof-flag       pic 9.
           03  lot-table-count     pic 9(4).
           03  ws-lot-idx          pic 9(4).
           03  ws-lot-found-idx    pic 9(4).
           03  ws-lot-loaded       pic 9.

       01  ws-item-status     pic xx.
       01  ws-trans-status    pic xx.
       01  ws-journal-status  pic xx.
       01  ws-control-status  pic xx.
       01  ws-lot-status      pic xx.

       01  ws-control-hold.
           03  ws-control-found   pic 9.

       01  ws-work-fields.
           03  ws-trans-qty       pic 9(7).
           03  ws-consume-qty     pic 9(7).
           03  ws-take-qty        pic 9(7).
           03  ws-stock-before    pic 9(7).
           03  ws-stock-after     pic 9(7).
           03  ws-reject-reason   pic x(25).
           03  ws-abend-recno     pic 9(5).
           03  ws-abend-status    pic xx.

       01  ws-lot-table.
           03  ws-lot-entry occurs 5000 times.
               05  ltt-item-code     pic x(5).
               05  ltt-lot-no        pic x(10).
               05  ltt-qty           pic 9(7).
               05  ltt-rcpt-date     pic 9(8).
               05  ltt-order-no      pic x(6).

       procedure division.
       000-Main Section.
       000-begin.
           end-if.
           perform 020-begin.
           perform 030-begin.
           perform 050-begin.
           perform trans-processor until trans-eof-flag = 1.
           if ws-trans-status = '00' or ws-trans-status = '10'
               close stock-trans
           end-if.
           close itemmaster.
           close stock-journal.
           perform 060-begin.
           perform 040-begin.
           display 'TRANSACTIONS READ    :' trans-row-counter.
           display 'TRANSACTIONS APPLIED :' applied-count.
           move 16 to return-code.
           STOP RUN.

       abend-capacity Section.
       999-begin.
           display 'TABLE CAPACITY EXCEEDED: ' ws-abend-file
                   ' RECORD ' ws-abend-recno.
           display 'RUN STOPPED - POSTINGS INCOMPLETE'.
           move 16 to return-code.
           STOP RUN.

       load-control Section.
       020-begin.
           move 0 to ws-control-found ws-stock-delta.
               perform 998-begin
           end-if.

       load-lot-stock Section.
       050-begin.
           move 0 to ws-lot-loaded.
           open input lot-stock.
           if ws-lot-status = '00'
               move 1 to ws-lot-loaded
               move 0 to read-eof-flag
               perform 050-read until read-eof-flag = 1
               close lot-stock
           end-if.

       050-read.
           read lot-stock
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0 and lst-qty numeric
               if lot-table-count < 5000
                   add 1 to lot-table-count
                   move lst-item-code to ltt-item-code(lot-table-count)
                   move lst-lot-no    to ltt-lot-no(lot-table-count)
                   move lst-qty       to ltt-qty(lot-table-count)
                   move lst-rcpt-date to ltt-rcpt-date(lot-table-count)
                   move lst-order-no  to ltt-order-no(lot-table-count)
               else
                   move 'LOTSTOCK'       to ws-abend-file
                   move lot-table-count  to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       save-lot-stock Section.
       060-begin.
           if ws-lot-loaded = 1 or lot-table-count > 0
               open output lot-stock
               if ws-lot-status not = '00'
                   move 'LOTSTOCK'       to ws-abend-file
                   move ws-lot-status    to ws-abend-status
                   perform 998-begin
               end-if
               move 0 to ws-lot-idx
               perform 060-write-one until ws-lot-idx >= lot-table-count
               close lot-stock
           end-if.

       060-write-one.
           add 1 to ws-lot-idx.
           if ltt-qty(ws-lot-idx) > 0
               move spaces                   to lot-stock-record
               move ltt-item-code(ws-lot-idx) to lst-item-code
               move ltt-lot-no(ws-lot-idx)    to lst-lot-no
               move ltt-qty(ws-lot-idx)       to lst-qty
               move ltt-rcpt-date(ws-lot-idx) to lst-rcpt-date
               move ltt-order-no(ws-lot-idx)  to lst-order-no
               write lot-stock-record
               if ws-lot-status not = '00'
                   move 'LOTSTOCK'       to ws-abend-file
                   move ws-lot-idx       to ws-abend-recno
                   move ws-lot-status    to ws-abend-status
                   perform 997-begin
               end-if
           end-if.

       trans-processor Section.
       100-begin.
           read stock-trans
                   when 'A' perform 120-adjust
               end-evaluate
           end-if.
           if ws-reject-flag = 0 and stk-lot-no not = spaces
               perform 130-begin
           end-if.
           if ws-reject-flag = 0
              and ws-stock-after < ws-stock-before
              and (stk-lot-no = spaces or stk-reason = 'A')
               perform 135-begin
           end-if.
           if ws-reject-flag = 0
               add ws-stock-after to ws-stock-delta
               subtract ws-stock-before from ws-stock-delta
       120-adjust.
           move ws-trans-qty to ws-stock-after.

       post-to-lot Section.
       130-begin.
           move 0 to ws-lot-found-idx.
           move 1 to ws-lot-idx.
           perform 130-scan until ws-lot-idx > lot-table-count.
           evaluate stk-reason
               when 'I' perform 130-issue
               when 'R' perform 130-receive
               when 'A' continue
           end-evaluate.

       130-scan.
           if ltt-item-code(ws-lot-idx) = stk-item-code
              and ltt-lot-no(ws-lot-idx) = stk-lot-no
               move ws-lot-idx to ws-lot-found-idx
               move lot-table-count to ws-lot-idx
           end-if.
           add 1 to ws-lot-idx.

       130-issue.
           if ws-lot-found-idx = 0
               move 1 to ws-reject-flag
               move 'LOT NOT ON HAND' to ws-reject-reason
           else
               if ws-trans-qty > ltt-qty(ws-lot-found-idx)
                   move 1 to ws-reject-flag
                   move 'ISSUE EXCEEDS LOT QTY' to ws-reject-reason
               else
                   subtract ws-trans-qty from ltt-qty(ws-lot-found-idx)
               end-if
           end-if.

       130-receive.
           if ws-lot-found-idx = 0
               if lot-table-count >= 5000
                   move 'LOTSTOCK'          to ws-abend-file
                   move trans-row-counter   to ws-abend-recno
                   perform 999-begin
               end-if
               add 1 to lot-table-count
               move lot-table-count to ws-lot-found-idx
               move stk-item-code to ltt-item-code(ws-lot-found-idx)
               move stk-lot-no    to ltt-lot-no(ws-lot-found-idx)
               move 0             to ltt-qty(ws-lot-found-idx)
               move ws-today      to ltt-rcpt-date(ws-lot-found-idx)
               move stk-order-no  to ltt-order-no(ws-lot-found-idx)
           end-if.
           add ws-trans-qty to ltt-qty(ws-lot-found-idx).

       consume-lots Section.
       135-begin.
           compute ws-consume-qty = ws-stock-before - ws-stock-after.
           if stk-lot-no not = spaces and ws-lot-found-idx > 0
               move ws-lot-found-idx to ws-lot-idx
               perform 135-take
           end-if.
           perform 135-fifo-step until ws-consume-qty = 0.

       135-fifo-step.
           move 0 to ws-lot-found-idx.
           move 1 to ws-lot-idx.
           perform 135-oldest until ws-lot-idx > lot-table-count.
           if ws-lot-found-idx = 0
               move 0 to ws-consume-qty
           else
               move ws-lot-found-idx to ws-lot-idx
               perform 135-take
           end-if.

       135-oldest.
           if ltt-item-code(ws-lot-idx) = stk-item-code
              and ltt-qty(ws-lot-idx) > 0
               if ws-lot-found-idx = 0
                   move ws-lot-idx to ws-lot-found-idx
               else
                   if ltt-rcpt-date(ws-lot-idx) <
                      ltt-rcpt-date(ws-lot-found-idx)
                       move ws-lot-idx to ws-lot-found-idx
                   end-if
               end-if
           end-if.
           add 1 to ws-lot-idx.

       135-take.
           if ltt-qty(ws-lot-idx) < ws-consume-qty
               move ltt-qty(ws-lot-idx) to ws-take-qty
           else
               move ws-consume-qty to ws-take-qty
           end-if.
           subtract ws-take-qty from ltt-qty(ws-lot-idx).
           subtract ws-take-qty from ws-consume-qty.
           if ws-take-qty > 0
               perform 135-journal
           end-if.

       135-journal.
           move spaces to stock-journal-record.
           move ws-today to sjr-date.
           move ws-time-hhmmss to sjr-time.
           move stk-order-no to sjr-order-no.
           move stk-item-code to sjr-item-code.
           move stk-reason to sjr-reason.
           move ltt-lot-no(ws-lot-idx) to sjr-lot-no.
           move ws-take-qty to sjr-qty.
           move 'APPLIED' to sjr-status.
           move 'LOT DETAIL' to sjr-message.
           compute sjr-before = ltt-qty(ws-lot-idx) + ws-take-qty.
           move ltt-qty(ws-lot-idx) to sjr-after.
           write stock-journal-record.
           if ws-journal-status not = '00'
               move 'STKJRNL'           to ws-abend-file
               move trans-row-counter   to ws-abend-recno
               move ws-journal-status   to ws-abend-status
               perform 997-begin
           end-if.

       write-journal Section.
       140-begin.
           move spaces to stock-journal-record.
           move stk-order-no to sjr-order-no.
           move stk-item-code to sjr-item-code.
           move stk-reason to sjr-reason.
           move stk-lot-no to sjr-lot-no.
           move ws-trans-qty to sjr-qty.
           if ws-reject-flag = 1
               move 'REJECTED' to sjr-status
