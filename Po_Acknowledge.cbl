       identification division.
       program-id. Po_Acknowledge.
       AUTHOR. DAVE Gerson.
       INSTALLATION. CITI.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
       SECURITY.      LOCAL GROUP.

       environment division.
       configuration section.
       Input-Output Section.
       File-Control.
           Select ack-parm assign 'E:\MRP_Shampoo\ACKPARM.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-parm-status.
           Select vendor-acks assign 'E:\MRP_Shampoo\POACK.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-ack-status.
           Select purchase-orders assign 'E:\MRP_Shampoo\PURCHORD.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-po-status.
           Select receipts-file assign 'E:\MRP_Shampoo\RECEIPTS.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-receipt-status.
           Select ack-exceptions assign 'E:\MRP_Shampoo\POACKEXC.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-except-status.

       Data Division.
       File Section.
       fd ack-parm.
       01 ack-parm-record.
          03 apm-ack-days PIC 9(3).
       fd vendor-acks.
       01 vendor-ack-record.
          03 ack-code PIC x.
          03 FILLER PIC x.
          03 ack-order-no PIC x(6).
          03 FILLER PIC x.
          03 ack-item-code PIC x(5).
          03 FILLER PIC x.
          03 ack-qty PIC   9(7)V999.
          03 FILLER PIC x.
          03 ack-date PIC x(8).
       fd purchase-orders.
       01 purchase-order-line.
          03 po-order-no PIC x(6).
          03 FILLER PIC x.
          03 po-vad PIC x(4).
          03 FILLER PIC x.
          03 po-vadname PIC x(18).
          03 FILLER PIC x.
          03 po-item-code PIC x(5).
          03 FILLER PIC x.
          03 po-item-desc PIC x(26).
          03 FILLER PIC x.
          03 po-order-qty PIC   9(7)V999.
          03 FILLER PIC x.
          03 po-order-date PIC   9(8).
          03 FILLER PIC x.
          03 po-need-date PIC   9(8).
          03 FILLER PIC x.
          03 po-unit-cost PIC   9(5)V99.
          03 FILLER PIC x.
          03 po-ext-cost PIC   9(9)V99.
          03 FILLER PIC x.
          03 po-rcvd-qty PIC   9(7)V999.
          03 FILLER PIC x.
          03 po-status PIC x.
          03 FILLER PIC x.
          03 po-last-rcpt-date PIC   9(8).
          03 FILLER PIC x.
          03 po-sent-date PIC   9(8).
          03 FILLER PIC x.
          03 po-ack-code PIC x.
          03 FILLER PIC x.
          03 po-ack-date PIC   9(8).
          03 FILLER PIC x.
          03 po-ack-qty PIC   9(7)V999.
          03 FILLER PIC x.
          03 po-ack-need-date PIC   9(8).
       fd receipts-file.
       01 receipt-record.
          03 rcpt-order-no PIC x(6).
          03 FILLER PIC x.
          03 rcpt-item-code PIC x(5).
          03 FILLER PIC x.
          03 rcpt-qty PIC 9(7).
          03 FILLER PIC x.
          03 rcpt-due-date PIC 9(8).
       fd ack-exceptions.
       01 ack-exception-record.
          03 axc-order-no PIC x(6).
          03 FILLER PIC x.
          03 axc-vad PIC x(4).
          03 FILLER PIC x.
          03 axc-item-code PIC x(5).
          03 FILLER PIC x.
          03 axc-ack-code PIC x.
          03 FILLER PIC x.
          03 axc-order-qty PIC   9(7)V999.
          03 FILLER PIC x.
          03 axc-ack-qty PIC   9(7)V999.
          03 FILLER PIC x.
          03 axc-need-date PIC   9(8).
          03 FILLER PIC x.
          03 axc-ack-need-date PIC   9(8).
          03 FILLER PIC x.
          03 axc-days PIC   9(4).
          03 FILLER PIC x.
          03 axc-message PIC x(20).
       working-storage section.
       01  ws-numerics             comp value low-values.
           03  ack-eof-flag        pic 9.
           03  read-eof-flag       pic 9.
           03  ack-row-counter     pic 9(4).
           03  po-table-count      pic 9(4).
           03  receipt-table-count pic 9(4).
           03  ws-po-idx           pic 9(4).
           03  ws-po-found-idx     pic 9(4).
           03  ws-rct-idx          pic 9(4).
           03  ws-rct-found-idx    pic 9(4).
           03  confirmed-count     pic 9(4).
           03  changed-count       pic 9(4).
           03  rejected-count      pic 9(4).
           03  invalid-count       pic 9(4).
           03  no-ack-count        pic 9(4).
           03  exception-count     pic 9(4).
           03  ws-reject-flag      pic 9.
           03  ws-po-loaded        pic 9.

       01  ws-parm-status     pic xx.
       01  ws-ack-status      pic xx.
       01  ws-po-status       pic xx.
       01  ws-receipt-status  pic xx.
       01  ws-except-status   pic xx.

       01  ws-po-table.
           03  ws-po-entry occurs 5000 times.
               05  pot-order-no      pic x(6).
               05  FILLER            pic x.
               05  pot-vad           pic x(4).
               05  FILLER            pic x.
               05  pot-vadname       pic x(18).
               05  FILLER            pic x.
               05  pot-item-code     pic x(5).
               05  FILLER            pic x.
               05  pot-item-desc     pic x(26).
               05  FILLER            pic x.
               05  pot-order-qty     pic 9(7)v999.
               05  FILLER            pic x.
               05  pot-order-date    pic 9(8).
               05  FILLER            pic x.
               05  pot-need-date     pic 9(8).
               05  FILLER            pic x.
               05  pot-unit-cost     pic 9(5)v99.
               05  FILLER            pic x.
               05  pot-ext-cost      pic 9(9)v99.
               05  FILLER            pic x.
               05  pot-rcvd-qty      pic 9(7)v999.
               05  FILLER            pic x.
               05  pot-status        pic x.
               05  FILLER            pic x.
               05  pot-last-date     pic 9(8).
               05  FILLER            pic x.
               05  pot-sent-date     pic 9(8).
               05  FILLER            pic x.
               05  pot-ack-code      pic x.
               05  FILLER            pic x.
               05  pot-ack-date      pic 9(8).
               05  FILLER            pic x.
               05  pot-ack-qty       pic 9(7)v999.
               05  FILLER            pic x.
               05  pot-ack-need-date pic 9(8).

       01  ws-receipt-table.
           03  ws-receipt-entry occurs 2000 times.
               05  rct-order-no      pic x(6).
               05  rct-item-code     pic x(5).
               05  rct-qty           pic 9(7).
               05  rct-due-date      pic 9(8).
               05  rct-closed-flag   pic 9.

       01  ws-work-fields.
           03  ws-today           pic 9(8).
           03  ws-ack-days        pic 9(3).
           03  ws-sent-date       pic 9(8).
           03  ws-days-waiting    pic 9(4).
           03  ws-ack-qty         pic 9(7)v999.
           03  ws-ack-need-date   pic 9(8).
           03  ws-open-qty        pic 9(7)v999.
           03  ws-rcpt-whole      pic 9(7).
           03  ws-rcpt-rem        pic 9(7)v999.
           03  ws-reject-reason   pic x(20).
           03  ws-exc-message     pic x(20).
           03  ws-abend-file      pic x(12).
           03  ws-abend-recno     pic 9(5).
           03  ws-abend-status    pic xx.

       procedure division.
       000-Main Section.
       000-begin.
           accept ws-today from date yyyymmdd.
           perform 005-begin.
           perform 010-begin.
           perform 015-begin.
           open output ack-exceptions.
           if ws-except-status not = '00'
               move 'POACKEXC'        to ws-abend-file
               move ws-except-status  to ws-abend-status
               perform 998-begin
           end-if.
           open input vendor-acks.
           if ws-ack-status not = '00'
               move 1 to ack-eof-flag
           end-if.
           perform ack-processor until ack-eof-flag = 1.
           if ws-ack-status = '00' or ws-ack-status = '10'
               close vendor-acks
           end-if.
           move 1 to ws-po-idx.
           perform 200-begin until ws-po-idx > po-table-count.
           close ack-exceptions.
           perform 050-begin.
           perform 060-begin.
           display 'ACK LINES READ       :' ack-row-counter.
           display 'LINES CONFIRMED      :' confirmed-count.
           display 'LINES CHANGED        :' changed-count.
           display 'LINES REJECTED       :' rejected-count.
           display 'ACK LINES INVALID    :' invalid-count.
           display 'LINES WITHOUT ACK    :' no-ack-count.
           display 'EXCEPTION LINES      :' exception-count.
           STOP RUN.

       abend-open Section.
       998-begin.
           display 'FILE OPEN FAILED: ' ws-abend-file
                   ' STATUS ' ws-abend-status.
           display 'RUN STOPPED - NO ACKNOWLEDGEMENTS APPLIED'.
           move 16 to return-code.
           STOP RUN.

       abend-write Section.
       997-begin.
           display 'FILE WRITE FAILED: ' ws-abend-file
                   ' RECORD ' ws-abend-recno
                   ' STATUS ' ws-abend-status.
           display 'RUN STOPPED - ACKNOWLEDGEMENTS INCOMPLETE'.
           move 16 to return-code.
           STOP RUN.

       abend-capacity Section.
       999-begin.
           display 'TABLE CAPACITY EXCEEDED: ' ws-abend-file
                   ' RECORD ' ws-abend-recno.
           display 'RUN STOPPED - NO ACKNOWLEDGEMENTS APPLIED'.
           move 16 to return-code.
           STOP RUN.

       load-parms Section.
       005-begin.
           move 5 to ws-ack-days.
           open input ack-parm.
           if ws-parm-status = '00'
               read ack-parm
                   at end move 0 to apm-ack-days
               end-read
               if apm-ack-days numeric and apm-ack-days > 0
                   move apm-ack-days to ws-ack-days
               end-if
               close ack-parm
           end-if.

       load-purchase-orders Section.
       010-begin.
           move 0 to ws-po-loaded.
           open input purchase-orders.
           if ws-po-status = '00'
               move 1 to ws-po-loaded
               move 0 to read-eof-flag
               perform 010-read until read-eof-flag = 1
               close purchase-orders
           end-if.

       010-read.
           move spaces to purchase-order-line.
           read purchase-orders
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
               if po-table-count < 5000
                   add 1 to po-table-count
                   move purchase-order-line
                     to ws-po-entry(po-table-count)
                   if pot-rcvd-qty(po-table-count) not numeric
                       move 0 to pot-rcvd-qty(po-table-count)
                   end-if
                   if pot-status(po-table-count) = space
                       move 'O' to pot-status(po-table-count)
                   end-if
                   if pot-need-date(po-table-count) not numeric
                       move 0 to pot-need-date(po-table-count)
                   end-if
                   if pot-sent-date(po-table-count) not numeric
                       move 0 to pot-sent-date(po-table-count)
                   end-if
               else
                   move 'PURCHORD'       to ws-abend-file
                   move po-table-count   to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       load-receipts Section.
       015-begin.
           open input receipts-file.
           if ws-receipt-status = '00'
               move 0 to read-eof-flag
               perform 015-read until read-eof-flag = 1
               close receipts-file
           end-if.

       015-read.
           read receipts-file
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
               if receipt-table-count < 2000
                   add 1 to receipt-table-count
                   move rcpt-order-no
                     to rct-order-no(receipt-table-count)
                   move rcpt-item-code
                     to rct-item-code(receipt-table-count)
                   move rcpt-qty to rct-qty(receipt-table-count)
                   move rcpt-due-date
                     to rct-due-date(receipt-table-count)
                   move 0 to rct-closed-flag(receipt-table-count)
               else
                   move 'RECEIPTS'           to ws-abend-file
                   move receipt-table-count  to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       rewrite-purchase-orders Section.
       050-begin.
           if ws-po-loaded = 1
               open output purchase-orders
               if ws-po-status not = '00'
                   move 'PURCHORD'       to ws-abend-file
                   move ws-po-status     to ws-abend-status
                   perform 998-begin
               end-if
               move 0 to ws-po-idx
               perform 050-write-one until ws-po-idx >= po-table-count
               close purchase-orders
           end-if.

       050-write-one.
           add 1 to ws-po-idx.
           move ws-po-entry(ws-po-idx) to purchase-order-line.
           write purchase-order-line.
           if ws-po-status not = '00'
               move 'PURCHORD'       to ws-abend-file
               move ws-po-idx        to ws-abend-recno
               move ws-po-status     to ws-abend-status
               perform 997-begin
           end-if.

       rewrite-receipts Section.
       060-begin.
           open output receipts-file.
           if ws-receipt-status not = '00'
               move 'RECEIPTS'        to ws-abend-file
               move ws-receipt-status to ws-abend-status
               perform 998-begin
           end-if.
           move 0 to ws-rct-idx.
           perform 060-write-one
               until ws-rct-idx >= receipt-table-count.
           close receipts-file.

       060-write-one.
           add 1 to ws-rct-idx.
           if rct-closed-flag(ws-rct-idx) = 0
               move spaces to receipt-record
               move rct-order-no(ws-rct-idx)  to rcpt-order-no
               move rct-item-code(ws-rct-idx) to rcpt-item-code
               move rct-qty(ws-rct-idx)       to rcpt-qty
               move rct-due-date(ws-rct-idx)  to rcpt-due-date
               write receipt-record
               if ws-receipt-status not = '00'
                   move 'RECEIPTS'        to ws-abend-file
                   move ws-rct-idx        to ws-abend-recno
                   move ws-receipt-status to ws-abend-status
                   perform 997-begin
               end-if
           end-if.

       ack-processor Section.
       100-begin.
           read vendor-acks
               at end set ack-eof-flag to 1
           end-read.
           if ack-eof-flag = 0
               add 1 to ack-row-counter
               perform 110-begin
           end-if.

       apply-one-ack Section.
       110-begin.
           move 0 to ws-reject-flag ws-po-found-idx ws-rct-found-idx.
           move spaces to ws-reject-reason.
           move 0 to ws-ack-qty ws-ack-need-date.
           if ack-code not = 'C' and ack-code not = 'H'
              and ack-code not = 'R'
               move 1 to ws-reject-flag
               move 'INVALID ACK CODE' to ws-reject-reason
           end-if.
           if ws-reject-flag = 0
               perform 120-begin
           end-if.
           if ws-reject-flag = 1
               add 1 to invalid-count
               perform 150-begin
           else
               if ack-code = 'R'
                   perform 140-begin
               else
                   perform 130-begin
               end-if
           end-if.

       match-po Section.
       120-begin.
           move 1 to ws-po-idx.
           perform 120-scan-po until ws-po-idx > po-table-count.
           if ws-po-found-idx = 0
               move 1 to ws-reject-flag
               move 'UNKNOWN PO' to ws-reject-reason
           else
               if pot-item-code(ws-po-found-idx) not = ack-item-code
                   move 1 to ws-reject-flag
                   move 'ITEM NOT ON PO' to ws-reject-reason
               else
                   if pot-status(ws-po-found-idx) = 'C'
                      or pot-status(ws-po-found-idx) = 'X'
                       move 1 to ws-reject-flag
                       move 'PO CLOSED' to ws-reject-reason
                   end-if
               end-if
           end-if.
           if ws-reject-flag = 0
               move 1 to ws-rct-idx
               perform 120-scan-receipt
                   until ws-rct-idx > receipt-table-count
           end-if.

       120-scan-po.
           if pot-order-no(ws-po-idx) = ack-order-no
               move ws-po-idx to ws-po-found-idx
               move po-table-count to ws-po-idx
           end-if.
           add 1 to ws-po-idx.

       120-scan-receipt.
           if rct-order-no(ws-rct-idx) = ack-order-no
              and rct-closed-flag(ws-rct-idx) = 0
               move ws-rct-idx to ws-rct-found-idx
               move receipt-table-count to ws-rct-idx
           end-if.
           add 1 to ws-rct-idx.

       confirm-or-change Section.
       130-begin.
           move pot-order-qty(ws-po-found-idx) to ws-ack-qty.
           move pot-need-date(ws-po-found-idx) to ws-ack-need-date.
           if ack-qty numeric
               move ack-qty to ws-ack-qty
           end-if.
           if ack-date numeric and ack-date not = '00000000'
               move ack-date to ws-ack-need-date
           end-if.
           move ack-code         to pot-ack-code(ws-po-found-idx).
           move ws-today         to pot-ack-date(ws-po-found-idx).
           move ws-ack-qty       to pot-ack-qty(ws-po-found-idx).
           move ws-ack-need-date to pot-ack-need-date(ws-po-found-idx).
           if ws-rct-found-idx > 0
               perform 135-begin
           end-if.
           move spaces to ws-exc-message.
           if ws-ack-qty not = pot-order-qty(ws-po-found-idx)
               if ws-ack-need-date not = pot-need-date(ws-po-found-idx)
                   move 'QTY AND DATE CHANGED' to ws-exc-message
               else
                   move 'QTY CHANGED' to ws-exc-message
               end-if
           else
               if ws-ack-need-date not = pot-need-date(ws-po-found-idx)
                   move 'DATE CHANGED' to ws-exc-message
               end-if
           end-if.
           if ws-exc-message = spaces
               add 1 to confirmed-count
           else
               add 1 to changed-count
               perform 160-begin
           end-if.

       135-begin.
           if ws-ack-qty > pot-rcvd-qty(ws-po-found-idx)
               compute ws-open-qty =
                       ws-ack-qty - pot-rcvd-qty(ws-po-found-idx)
           else
               move 0 to ws-open-qty
           end-if.
           divide ws-open-qty by 1 giving ws-rcpt-whole
               remainder ws-rcpt-rem.
           if ws-rcpt-rem not = 0
               add 1 to ws-rcpt-whole
           end-if.
           if ws-rcpt-whole = 0
               move 1 to rct-closed-flag(ws-rct-found-idx)
               move 'C' to pot-status(ws-po-found-idx)
           else
               move ws-rcpt-whole to rct-qty(ws-rct-found-idx)
               move ws-ack-need-date
                 to rct-due-date(ws-rct-found-idx)
           end-if.

       vendor-reject Section.
       140-begin.
           move 'R'      to pot-ack-code(ws-po-found-idx).
           move ws-today to pot-ack-date(ws-po-found-idx).
           move 0        to pot-ack-qty(ws-po-found-idx).
           move 0        to pot-ack-need-date(ws-po-found-idx).
           move 'X'      to pot-status(ws-po-found-idx).
           if ws-rct-found-idx > 0
               move 1 to rct-closed-flag(ws-rct-found-idx)
           end-if.
           add 1 to rejected-count.
           move 'REJECTED BY VENDOR' to ws-exc-message.
           perform 160-begin.

       write-invalid Section.
       150-begin.
           move spaces          to ack-exception-record.
           move ack-order-no    to axc-order-no.
           move ack-item-code   to axc-item-code.
           move ack-code        to axc-ack-code.
           if ws-po-found-idx > 0
               move pot-vad(ws-po-found-idx) to axc-vad
               move pot-order-qty(ws-po-found-idx) to axc-order-qty
               move pot-need-date(ws-po-found-idx) to axc-need-date
           else
               move 0 to axc-order-qty axc-need-date
           end-if.
           if ack-qty numeric
               move ack-qty to axc-ack-qty
           else
               move 0 to axc-ack-qty
           end-if.
           if ack-date numeric
               move ack-date to axc-ack-need-date
           else
               move 0 to axc-ack-need-date
           end-if.
           move 0 to axc-days.
           move ws-reject-reason to axc-message.
           perform 170-begin.

       write-difference Section.
       160-begin.
           move spaces to ack-exception-record.
           move pot-order-no(ws-po-found-idx)  to axc-order-no.
           move pot-vad(ws-po-found-idx)       to axc-vad.
           move pot-item-code(ws-po-found-idx) to axc-item-code.
           move pot-ack-code(ws-po-found-idx)  to axc-ack-code.
           move pot-order-qty(ws-po-found-idx) to axc-order-qty.
           move pot-ack-qty(ws-po-found-idx)   to axc-ack-qty.
           move pot-need-date(ws-po-found-idx) to axc-need-date.
           move pot-ack-need-date(ws-po-found-idx)
             to axc-ack-need-date.
           move 0 to axc-days.
           move ws-exc-message to axc-message.
           perform 170-begin.

       write-exception Section.
       170-begin.
           write ack-exception-record.
           if ws-except-status not = '00'
               move 'POACKEXC'          to ws-abend-file
               move exception-count     to ws-abend-recno
               move ws-except-status    to ws-abend-status
               perform 997-begin
           end-if.
           add 1 to exception-count.

       check-no-ack Section.
       200-begin.
           if pot-sent-date(ws-po-idx) > 0
              and pot-ack-code(ws-po-idx) = space
              and pot-status(ws-po-idx) not = 'C'
              and pot-status(ws-po-idx) not = 'X'
               move pot-sent-date(ws-po-idx) to ws-sent-date
               compute ws-days-waiting =
                       function integer-of-date(ws-today)
                     - function integer-of-date(ws-sent-date)
               if ws-days-waiting >= ws-ack-days
                   perform 210-begin
               end-if
           end-if.
           add 1 to ws-po-idx.

       210-begin.
           move spaces to ack-exception-record.
           move pot-order-no(ws-po-idx)  to axc-order-no.
           move pot-vad(ws-po-idx)       to axc-vad.
           move pot-item-code(ws-po-idx) to axc-item-code.
           move space                    to axc-ack-code.
           move pot-order-qty(ws-po-idx) to axc-order-qty.
           move 0                        to axc-ack-qty.
           move pot-need-date(ws-po-idx) to axc-need-date.
           move 0                        to axc-ack-need-date.
           move ws-days-waiting          to axc-days.
           move 'NO ACK'                 to axc-message.
           perform 170-begin.
           add 1 to no-ack-count.
