          03 pord-unit-cost PIC   9(5)V99.
          03 FILLER PIC x.
          03 pord-ext-cost PIC   9(9)V99.
          03 FILLER PIC x.
          03 pord-source PIC x(8).
       fd decision-file.
       01 decision-record.
          03 dcd-line-no PIC x(4).
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
           if ws-planned-status not = '00'
               move 1 to planned-eof-flag
           end-if.
           open extend purchase-orders.
           if ws-po-status = '35'
               open output purchase-orders
           end-if.
           if ws-po-status not = '00'
               move 'PURCHORD'       to ws-abend-file
               move ws-po-status     to ws-abend-status
           else
               move 0 to po-unit-cost po-ext-cost
           end-if.
           move 0                 to po-rcvd-qty.
           move 'O'               to po-status.
           move 0                 to po-last-rcpt-date.
           move 0                 to po-sent-date.
           move space             to po-ack-code.
           move 0                 to po-ack-date.
           move 0                 to po-ack-qty.
           move 0                 to po-ack-need-date.
           write purchase-order-line.
           if ws-po-status not = '00'
               move 'PURCHORD'          to ws-abend-file
