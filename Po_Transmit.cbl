       identification division.
       program-id. Po_Transmit.
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
           Select purchase-orders assign 'E:\MRP_Shampoo\PURCHORD.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-po-status.
           Select vendor-transmit assign dynamic ws-pox-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-pox-status.

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
       fd vendor-transmit.
       01 pox-header-record.
          03 poh-rec-type PIC x.
          03 FILLER PIC x.
          03 poh-sender PIC x(10).
          03 FILLER PIC x.
          03 poh-vad PIC x(4).
          03 FILLER PIC x.
          03 poh-vadname PIC x(18).
          03 FILLER PIC x.
          03 poh-create-date PIC 9(8).
          03 FILLER PIC x.
          03 poh-create-time PIC 9(6).
       01 pox-line-record.
          03 pol-rec-type PIC x.
          03 FILLER PIC x.
          03 pol-line-seq PIC 9(5).
          03 FILLER PIC x.
          03 pol-order-no PIC x(6).
          03 FILLER PIC x.
          03 pol-item-code PIC x(5).
          03 FILLER PIC x.
          03 pol-item-desc PIC x(26).
          03 FILLER PIC x.
          03 pol-uom PIC x(6).
          03 FILLER PIC x.
          03 pol-order-qty PIC   9(7)V999.
          03 FILLER PIC x.
          03 pol-unit-cost PIC   9(5)V99.
          03 FILLER PIC x.
          03 pol-ext-cost PIC   9(9)V99.
          03 FILLER PIC x.
          03 pol-order-date PIC   9(8).
          03 FILLER PIC x.
          03 pol-need-date PIC   9(8).
       01 pox-trailer-record.
          03 ptr-rec-type PIC x.
          03 FILLER PIC x.
          03 ptr-vad PIC x(4).
          03 FILLER PIC x.
          03 ptr-line-count PIC 9(5).
          03 FILLER PIC x.
          03 ptr-record-count PIC 9(5).
          03 FILLER PIC x.
          03 ptr-qty-total PIC   9(9)V999.
          03 FILLER PIC x.
          03 ptr-cost-total PIC   9(11)V99.
       working-storage section.
       01  ws-numerics             comp value low-values.
           03  read-eof-flag       pic 9.
           03  ws-po-loaded        pic 9.
           03  po-table-count      pic 9(4).
           03  vendor-table-count  pic 9(4).
           03  ws-po-idx           pic 9(4).
           03  ws-vnd-idx          pic 9(4).
           03  ws-vnd-found-idx    pic 9(4).
           03  vendor-file-count   pic 9(4).
           03  lines-sent-count    pic 9(4).
           03  no-vendor-count     pic 9(4).
           03  ws-line-seq         pic 9(5).
           03  ws-record-count     pic 9(5).

       01  ws-item-status     pic xx.
       01  ws-po-status       pic xx.
       01  ws-pox-status      pic xx.

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

       01  ws-vendor-table.
           03  ws-vendor-entry occurs 500 times.
               05  vnd-vad           pic x(4).
               05  vnd-vadname       pic x(18).

       01  ws-run-stamp.
           03  ws-today           pic 9(8).
           03  ws-time-raw        pic 9(8).
           03  ws-time-raw-x redefines ws-time-raw.
               05  ws-time-hhmmss pic 9(6).
               05  FILLER         pic 9(2).

       01  ws-work-fields.
           03  ws-pox-name        pic x(40).
           03  ws-qty-total       pic 9(9)v999.
           03  ws-cost-total      pic 9(11)v99.
           03  ws-abend-file      pic x(12).
           03  ws-abend-recno     pic 9(5).
           03  ws-abend-status    pic xx.

       procedure division.
       000-Main Section.
       000-begin.
           accept ws-today from date yyyymmdd.
           accept ws-time-raw from time.
           open input itemmaster.
           if ws-item-status not = '00'
               move 'ITEMMAST'       to ws-abend-file
               move ws-item-status   to ws-abend-status
               perform 998-begin
           end-if.
           perform 010-begin.
           perform 020-begin.
           move 1 to ws-vnd-idx.
           perform vendor-processor
               until ws-vnd-idx > vendor-table-count.
           close itemmaster.
           perform 050-begin.
           display 'PO LINES ON FILE     :' po-table-count.
           display 'VENDOR FILES WRITTEN :' vendor-file-count.
           display 'PO LINES TRANSMITTED :' lines-sent-count.
           display 'LINES WITHOUT VENDOR :' no-vendor-count.
           STOP RUN.

       abend-open Section.
       998-begin.
           display 'FILE OPEN FAILED: ' ws-abend-file
                   ' STATUS ' ws-abend-status.
           display 'RUN STOPPED - NO ORDERS TRANSMITTED'.
           move 16 to return-code.
           STOP RUN.

       abend-write Section.
       997-begin.
           display 'FILE WRITE FAILED: ' ws-abend-file
                   ' RECORD ' ws-abend-recno
                   ' STATUS ' ws-abend-status.
           display 'RUN STOPPED - TRANSMISSION INCOMPLETE'.
           move 16 to return-code.
           STOP RUN.

       abend-capacity Section.
       999-begin.
           display 'TABLE CAPACITY EXCEEDED: ' ws-abend-file
                   ' RECORD ' ws-abend-recno.
           display 'RUN STOPPED - NO ORDERS TRANSMITTED'.
           move 16 to return-code.
           STOP RUN.

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
                   if pot-status(po-table-count) = space
                       move 'O' to pot-status(po-table-count)
                   end-if
                   if pot-sent-date(po-table-count) not numeric
                       move 0 to pot-sent-date(po-table-count)
                   end-if
                   if pot-order-qty(po-table-count) not numeric
                       move 0 to pot-order-qty(po-table-count)
                   end-if
                   if pot-order-date(po-table-count) not numeric
                       move 0 to pot-order-date(po-table-count)
                   end-if
                   if pot-need-date(po-table-count) not numeric
                       move 0 to pot-need-date(po-table-count)
                   end-if
               else
                   move 'PURCHORD'       to ws-abend-file
                   move po-table-count   to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       build-vendor-list Section.
       020-begin.
           move 1 to ws-po-idx.
           perform 020-scan until ws-po-idx > po-table-count.

       020-scan.
           if pot-sent-date(ws-po-idx) = 0
              and pot-status(ws-po-idx) not = 'C'
              and pot-status(ws-po-idx) not = 'X'
               if pot-vad(ws-po-idx) = spaces
                   add 1 to no-vendor-count
               else
                   perform 025-begin
               end-if
           end-if.
           add 1 to ws-po-idx.

       025-begin.
           move 0 to ws-vnd-found-idx.
           move 1 to ws-vnd-idx.
           perform 025-scan until ws-vnd-idx > vendor-table-count.
           if ws-vnd-found-idx = 0
               if vendor-table-count >= 500
                   move 'VENDORS'        to ws-abend-file
                   move ws-po-idx        to ws-abend-recno
                   perform 999-begin
               end-if
               add 1 to vendor-table-count
               move pot-vad(ws-po-idx)
                 to vnd-vad(vendor-table-count)
               move pot-vadname(ws-po-idx)
                 to vnd-vadname(vendor-table-count)
           end-if.

       025-scan.
           if vnd-vad(ws-vnd-idx) = pot-vad(ws-po-idx)
               move ws-vnd-idx to ws-vnd-found-idx
               move vendor-table-count to ws-vnd-idx
           end-if.
           add 1 to ws-vnd-idx.

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

       vendor-processor Section.
       100-begin.
           move spaces to ws-pox-name.
           string 'E:\MRP_Shampoo\POX_'  delimited by size
                  vnd-vad(ws-vnd-idx)    delimited by size
                  '_'                    delimited by size
                  ws-today               delimited by size
                  '.txt'                 delimited by size
                  into ws-pox-name.
           open extend vendor-transmit.
           if ws-pox-status = '35'
               open output vendor-transmit
           end-if.
           if ws-pox-status not = '00'
               move 'POX'            to ws-abend-file
               move ws-pox-status    to ws-abend-status
               perform 998-begin
           end-if.
           add 1 to vendor-file-count.
           move 0 to ws-line-seq ws-record-count.
           move 0 to ws-qty-total ws-cost-total.
           perform 110-begin.
           move 1 to ws-po-idx.
           perform 120-begin until ws-po-idx > po-table-count.
           perform 130-begin.
           close vendor-transmit.
           add 1 to ws-vnd-idx.

       write-header Section.
       110-begin.
           move spaces to pox-header-record.
           move 'H'                     to poh-rec-type.
           move 'CITI'                  to poh-sender.
           move vnd-vad(ws-vnd-idx)     to poh-vad.
           move vnd-vadname(ws-vnd-idx) to poh-vadname.
           move ws-today                to poh-create-date.
           move ws-time-hhmmss          to poh-create-time.
           write pox-header-record.
           perform 140-begin.

       write-lines Section.
       120-begin.
           if pot-vad(ws-po-idx) = vnd-vad(ws-vnd-idx)
              and pot-sent-date(ws-po-idx) = 0
              and pot-status(ws-po-idx) not = 'C'
              and pot-status(ws-po-idx) not = 'X'
               perform 125-begin
           end-if.
           add 1 to ws-po-idx.

       125-begin.
           add 1 to ws-line-seq.
           move spaces to pox-line-record.
           move 'L'                      to pol-rec-type.
           move ws-line-seq              to pol-line-seq.
           move pot-order-no(ws-po-idx)  to pol-order-no.
           move pot-item-code(ws-po-idx) to pol-item-code.
           move pot-item-desc(ws-po-idx) to pol-item-desc.
           move pot-item-code(ws-po-idx) to ITEM-CODE.
           read itemmaster
               invalid key move spaces to ITEM-UOM
           end-read.
           move ITEM-UOM                 to pol-uom.
           move pot-order-qty(ws-po-idx) to pol-order-qty.
           if pot-unit-cost(ws-po-idx) numeric
               move pot-unit-cost(ws-po-idx) to pol-unit-cost
               move pot-ext-cost(ws-po-idx)  to pol-ext-cost
           else
               move 0 to pol-unit-cost pol-ext-cost
           end-if.
           move pot-order-date(ws-po-idx) to pol-order-date.
           move pot-need-date(ws-po-idx)  to pol-need-date.
           write pox-line-record.
           perform 140-begin.
           add pol-order-qty to ws-qty-total.
           add pol-ext-cost  to ws-cost-total.
           move ws-today to pot-sent-date(ws-po-idx).
           add 1 to lines-sent-count.

       write-trailer Section.
       130-begin.
           move spaces to pox-trailer-record.
           move 'T'                     to ptr-rec-type.
           move vnd-vad(ws-vnd-idx)     to ptr-vad.
           move ws-line-seq             to ptr-line-count.
           compute ptr-record-count = ws-record-count + 1.
           move ws-qty-total            to ptr-qty-total.
           move ws-cost-total           to ptr-cost-total.
           write pox-trailer-record.
           perform 140-begin.

       check-write Section.
       140-begin.
           add 1 to ws-record-count.
           if ws-pox-status not = '00'
               move 'POX'            to ws-abend-file
               move ws-record-count  to ws-abend-recno
               move ws-pox-status    to ws-abend-status
               perform 997-begin
           end-if.
