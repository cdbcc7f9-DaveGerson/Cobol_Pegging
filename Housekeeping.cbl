           Select archive-file assign dynamic ws-archive-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-archive-status.
           Select purchase-orders assign 'E:\MRP_Shampoo\PURCHORD.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-po-status.
           Select shop-orders assign 'E:\MRP_Shampoo\SHOPORD.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-shop-status.
           Select purge-report assign 'E:\MRP_Shampoo\PURGE.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-purge-status.
          03 ctl-stock-hash PIC 9(11).
          03 FILLER PIC x.
          03 ctl-ratio-hash PIC 9(9)V999.
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
       fd shop-orders.
       01 shop-order-line.
          03 so-order-no PIC x(6).
          03 FILLER PIC x.
          03 so-item-code PIC x(5).
          03 FILLER PIC x.
          03 so-item-desc PIC x(26).
          03 FILLER PIC x.
          03 so-order-qty PIC   9(7)V999.
          03 FILLER PIC x.
          03 so-release-date PIC   9(8).
          03 FILLER PIC x.
          03 so-need-date PIC   9(8).
          03 FILLER PIC x.
          03 so-status PIC x.
          03 FILLER PIC x.
          03 so-ref-order-no PIC x(6).
          03 FILLER PIC x.
          03 so-done-qty PIC   9(7)V999.
          03 FILLER PIC x.
          03 so-scrap-qty PIC   9(7)V999.
       fd archive-file.
       01 archive-record PIC x(300).
       fd purge-report.
           03  order-table-count   pic 9(4).
           03  receipt-table-count pic 9(4).
           03  journal-table-count pic 9(4).
           03  po-table-count      pic 9(4).
           03  so-table-count      pic 9(4).
           03  ws-scan-idx         pic 9(4).
           03  ws-kept-count       pic 9(5).
           03  ws-arch-count       pic 9(5).
       01  ws-control-status  pic xx.
       01  ws-archive-status  pic xx.
       01  ws-purge-status    pic xx.
       01  ws-po-status       pic xx.
       01  ws-shop-status     pic xx.

       01  ws-run-dates.
           03  ws-today           pic 9(8).
               05  hjt-line          pic x(300).
               05  hjt-purge-flag    pic 9.

       01  ws-po-table.
           03  ws-po-entry occurs 5000 times.
               05  hpt-line          pic x(174).
               05  hpt-purge-flag    pic 9.

       01  ws-so-table.
           03  ws-so-entry occurs 5000 times.
               05  hst-line          pic x(99).
               05  hst-purge-flag    pic 9.

       01  ws-hash-fields.
           03  ws-ratio-hash      pic 9(9)v999.
           03  ws-ratio-work      pic 99v999.
           03  ws-archive-name    pic x(40).
           03  ws-purge-file      pic x(12).
           03  ws-line-qty        pic x(7).
           03  ws-line-status     pic x.
           03  ws-abend-file      pic x(12).
           03  ws-abend-recno     pic 9(5).
           03  ws-abend-status    pic xx.
           perform 200-begin.
           perform 300-begin.
           perform 400-begin.
           perform 500-begin.
           perform 600-begin.
           close purge-report.
           display 'HOUSEKEEPING COMPLETE FOR ' ws-today.
           STOP RUN.
               write journal-record
           end-if.

       purge-po-lines Section.
       500-begin.
           open input purchase-orders.
           if ws-po-status not = '00'
               move 0 to po-table-count
           else
               move 0 to read-eof-flag
               perform 500-read until read-eof-flag = 1
               close purchase-orders
           end-if.
           move 0 to ws-kept-count ws-arch-count.
           move 0 to ws-scan-idx.
           perform 500-flag-one until ws-scan-idx >= po-table-count.
           if ws-arch-count > 0
               perform 510-begin
               perform 520-begin
           end-if.
           move 'PURCHORD' to ws-purge-file.
           perform 900-begin.

       500-read.
           move spaces to purchase-order-line.
           read purchase-orders
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
               if po-table-count < 5000
                   add 1 to po-table-count
                   move purchase-order-line
                     to hpt-line(po-table-count)
                   move 0 to hpt-purge-flag(po-table-count)
               else
                   move 'PURCHORD'       to ws-abend-file
                   move po-table-count   to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       500-flag-one.
           add 1 to ws-scan-idx.
           move hpt-line(ws-scan-idx)(125:1) to ws-line-status.
           if ws-line-status = 'C' or ws-line-status = 'X'
               move 1 to hpt-purge-flag(ws-scan-idx)
               add 1 to ws-arch-count
           else
               add 1 to ws-kept-count
           end-if.

       archive-po-lines Section.
       510-begin.
           move spaces to ws-archive-name.
           string 'E:\MRP_Shampoo\POARCH_'  delimited by size
                  ws-today                  delimited by size
                  '.txt'                    delimited by size
                  into ws-archive-name.
           open output archive-file.
           if ws-archive-status not = '00'
               move 'POARCH'           to ws-abend-file
               move ws-archive-status  to ws-abend-status
               perform 998-begin
           end-if.
           move 0 to ws-scan-idx.
           perform 510-write-one
               until ws-scan-idx >= po-table-count.
           close archive-file.

       510-write-one.
           add 1 to ws-scan-idx.
           if hpt-purge-flag(ws-scan-idx) = 1
               move spaces to archive-record
               move hpt-line(ws-scan-idx) to archive-record
               write archive-record
           end-if.

       rewrite-po-lines Section.
       520-begin.
           open output purchase-orders.
           if ws-po-status not = '00'
               move 'PURCHORD'       to ws-abend-file
               move ws-po-status     to ws-abend-status
               perform 998-begin
           end-if.
           move 0 to ws-scan-idx.
           perform 520-write-one
               until ws-scan-idx >= po-table-count.
           close purchase-orders.

       520-write-one.
           add 1 to ws-scan-idx.
           if hpt-purge-flag(ws-scan-idx) = 0
               move hpt-line(ws-scan-idx) to purchase-order-line
               write purchase-order-line
           end-if.

       purge-shop-orders Section.
       600-begin.
           open input shop-orders.
           if ws-shop-status not = '00'
               move 0 to so-table-count
           else
               move 0 to read-eof-flag
               perform 600-read until read-eof-flag = 1
               close shop-orders
           end-if.
           move 0 to ws-kept-count ws-arch-count.
           move 0 to ws-scan-idx.
           perform 600-flag-one until ws-scan-idx >= so-table-count.
           if ws-arch-count > 0
               perform 610-begin
               perform 620-begin
           end-if.
           move 'SHOPORD' to ws-purge-file.
           perform 900-begin.

       600-read.
           move spaces to shop-order-line.
           read shop-orders
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
               if so-table-count < 5000
                   add 1 to so-table-count
                   move shop-order-line
                     to hst-line(so-table-count)
                   move 0 to hst-purge-flag(so-table-count)
               else
                   move 'SHOPORD'        to ws-abend-file
                   move so-table-count   to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       600-flag-one.
           add 1 to ws-scan-idx.
           move hst-line(ws-scan-idx)(70:1) to ws-line-status.
           if ws-line-status = 'C'
               move 1 to hst-purge-flag(ws-scan-idx)
               add 1 to ws-arch-count
           else
               add 1 to ws-kept-count
           end-if.

       archive-shop-orders Section.
       610-begin.
           move spaces to ws-archive-name.
           string 'E:\MRP_Shampoo\SOARCH_'  delimited by size
                  ws-today                  delimited by size
                  '.txt'                    delimited by size
                  into ws-archive-name.
           open output archive-file.
           if ws-archive-status not = '00'
               move 'SOARCH'           to ws-abend-file
               move ws-archive-status  to ws-abend-status
               perform 998-begin
           end-if.
           move 0 to ws-scan-idx.
           perform 610-write-one
               until ws-scan-idx >= so-table-count.
           close archive-file.

       610-write-one.
           add 1 to ws-scan-idx.
           if hst-purge-flag(ws-scan-idx) = 1
               move spaces to archive-record
               move hst-line(ws-scan-idx) to archive-record
               write archive-record
           end-if.

       rewrite-shop-orders Section.
       620-begin.
           open output shop-orders.
           if ws-shop-status not = '00'
               move 'SHOPORD'        to ws-abend-file
               move ws-shop-status   to ws-abend-status
               perform 998-begin
           end-if.
           move 0 to ws-scan-idx.
           perform 620-write-one
               until ws-scan-idx >= so-table-count.
           close shop-orders.

       620-write-one.
           add 1 to ws-scan-idx.
           if hst-purge-flag(ws-scan-idx) = 0
               move hst-line(ws-scan-idx) to shop-order-line
               write shop-order-line
           end-if.

       report-counts Section.
       900-begin.
           move spaces to purge-line.
