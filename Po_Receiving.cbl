       identification division.
       program-id. Po_Receiving.
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
           Select dock-receipts assign 'E:\MRP_Shampoo\DOCKRCPT.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-dock-status.
           Select purchase-orders assign 'E:\MRP_Shampoo\PURCHORD.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-po-status.
           Select receipts-file assign 'E:\MRP_Shampoo\RECEIPTS.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-receipt-status.
           Select stock-journal assign 'E:\MRP_Shampoo\STKJRNL.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-journal-status.
           Select conv-control assign 'E:\MRP_Shampoo\CONVCTL.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-control-status.
           Select rcv-exceptions assign 'E:\MRP_Shampoo\RCVEXCP.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-except-status.
           Select lot-stock assign 'E:\MRP_Shampoo\LOTSTOCK.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-lot-status.

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
       fd dock-receipts.
       01 dock-receipt-record.
          03 dck-order-no PIC x(6).
          03 FILLER PIC x.
          03 dck-item-code PIC x(5).
          03 FILLER PIC x.
          03 dck-qty PIC x(7).
          03 FILLER PIC x.
          03 dck-rcpt-date PIC x(8).
          03 FILLER PIC x.
          03 dck-lot-no PIC x(10).
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
       fd conv-control.
       01 conv-control-record.
          03 ctl-date PIC 9(8).
          03 FILLER PIC x.
          03 ctl-time PIC 9(6).
          03 FILLER PIC x.
          03 ctl-item-count PIC 9(4).
          03 FILLER PIC x.
          03 ctl-bom-count PIC 9(4).
          03 FILLER PIC x.
          03 ctl-stock-hash PIC 9(11).
          03 FILLER PIC x.
          03 ctl-ratio-hash PIC 9(9)V999.
       fd rcv-exceptions.
       01 rcv-exception-record.
          03 rxc-order-no PIC x(6).
          03 FILLER PIC x.
          03 rxc-item-code PIC x(5).
          03 FILLER PIC x.
          03 rxc-type PIC x(16).
          03 FILLER PIC x.
          03 rxc-rcvd-qty PIC   9(7).
          03 FILLER PIC x.
          03 rxc-open-qty PIC   9(7).
          03 FILLER PIC x.
          03 rxc-excess-qty PIC   9(7).
          03 FILLER PIC x.
          03 rxc-need-date PIC   9(8).
          03 FILLER PIC x.
          03 rxc-rcpt-date PIC   9(8).
          03 FILLER PIC x.
          03 rxc-days-late PIC   9(4).
          03 FILLER PIC x.
          03 rxc-disposition PIC x(8).
          03 FILLER PIC x.
          03 rxc-promise-date PIC   9(8).
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
           03  dock-eof-flag       pic 9.
           03  read-eof-flag       pic 9.
           03  dock-row-counter    pic 9(4).
           03  po-table-count      pic 9(4).
           03  receipt-table-count pic 9(4).
           03  ws-po-idx           pic 9(4).
           03  ws-po-found-idx     pic 9(4).
           03  ws-rct-idx          pic 9(4).
           03  ws-rct-found-idx    pic 9(4).
           03  posted-count        pic 9(4).
           03  rejected-count      pic 9(4).
           03  closed-count        pic 9(4).
           03  partial-count       pic 9(4).
           03  exception-count     pic 9(4).
           03  ws-reject-flag      pic 9.
           03  ws-over-flag        pic 9.
           03  ws-late-flag        pic 9.
           03  ws-po-loaded        pic 9.
           03  lot-table-count     pic 9(4).
           03  ws-lot-idx          pic 9(4).
           03  ws-lot-found-idx    pic 9(4).
           03  ws-lot-loaded       pic 9.

       01  ws-item-status     pic xx.
       01  ws-dock-status     pic xx.
       01  ws-po-status       pic xx.
       01  ws-receipt-status  pic xx.
       01  ws-journal-status  pic xx.
       01  ws-control-status  pic xx.
       01  ws-except-status   pic xx.
       01  ws-lot-status      pic xx.

       01  ws-control-hold.
           03  ws-control-found   pic 9.
           03  ws-hold-date       pic 9(8).
           03  ws-hold-time       pic 9(6).
           03  ws-hold-item-count pic 9(4).
           03  ws-hold-bom-count  pic 9(4).
           03  ws-hold-stock-hash pic 9(11).
           03  ws-hold-ratio-hash pic 9(9)v999.
           03  ws-stock-delta     pic s9(11).

       01  ws-run-stamp.
           03  ws-today           pic 9(8).
           03  ws-time-raw        pic 9(8).
           03  ws-time-raw-x redefines ws-time-raw.
               05  ws-time-hhmmss pic 9(6).
               05  FILLER         pic 9(2).

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

       01  ws-lot-table.
           03  ws-lot-entry occurs 5000 times.
               05  ltt-item-code     pic x(5).
               05  ltt-lot-no        pic x(10).
               05  ltt-qty           pic 9(7).
               05  ltt-rcpt-date     pic 9(8).
               05  ltt-order-no      pic x(6).

       01  ws-work-fields.
           03  ws-rcv-qty         pic 9(7).
           03  ws-open-qty        pic 9(7).
           03  ws-over-qty        pic 9(7).
           03  ws-rcpt-date       pic 9(8).
           03  ws-need-date       pic 9(8).
           03  ws-promise-date    pic 9(8).
           03  ws-days-late       pic 9(4).
           03  ws-stock-before    pic 9(7).
           03  ws-stock-after     pic 9(7).
           03  ws-reject-reason   pic x(25).
           03  ws-exc-type        pic x(16).
           03  ws-exc-disposition pic x(8).
           03  ws-abend-file      pic x(12).
           03  ws-abend-recno     pic 9(5).
           03  ws-abend-status    pic xx.

       procedure division.
       000-Main Section.
       000-begin.
           accept ws-today from date yyyymmdd.
           accept ws-time-raw from time.
           open i-o itemmaster.
           if ws-item-status not = '00'
               move 'ITEMMAST'       to ws-abend-file
               move ws-item-status   to ws-abend-status
               perform 998-begin
           end-if.
           perform 010-begin.
           perform 015-begin.
           perform 020-begin.
           perform 030-begin.
           perform 070-begin.
           open output rcv-exceptions.
           if ws-except-status not = '00'
               move 'RCVEXCP'         to ws-abend-file
               move ws-except-status  to ws-abend-status
               perform 998-begin
           end-if.
           open input dock-receipts.
           if ws-dock-status not = '00'
               move 1 to dock-eof-flag
           end-if.
           perform dock-processor until dock-eof-flag = 1.
           if ws-dock-status = '00' or ws-dock-status = '10'
               close dock-receipts
           end-if.
           close itemmaster.
           close stock-journal.
           close rcv-exceptions.
           perform 050-begin.
           perform 060-begin.
           perform 080-begin.
           perform 040-begin.
           display 'DOCK RECEIPTS READ   :' dock-row-counter.
           display 'RECEIPTS POSTED      :' posted-count.
           display 'RECEIPTS REJECTED    :' rejected-count.
           display 'RECEIPT LINES CLOSED :' closed-count.
           display 'RECEIPT LINES PARTIAL:' partial-count.
           display 'EXCEPTION LINES      :' exception-count.
           STOP RUN.

       abend-open Section.
       998-begin.
           display 'FILE OPEN FAILED: ' ws-abend-file
                   ' STATUS ' ws-abend-status.
           display 'RUN STOPPED - NO RECEIPTS POSTED'.
           move 16 to return-code.
           STOP RUN.

       abend-write Section.
       997-begin.
           display 'FILE WRITE FAILED: ' ws-abend-file
                   ' RECORD ' ws-abend-recno
                   ' STATUS ' ws-abend-status.
           display 'RUN STOPPED - RECEIVING INCOMPLETE'.
           move 16 to return-code.
           STOP RUN.

       abend-capacity Section.
       999-begin.
           display 'TABLE CAPACITY EXCEEDED: ' ws-abend-file
                   ' RECORD ' ws-abend-recno.
           display 'RUN STOPPED - NO RECEIPTS POSTED'.
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
                   if pot-rcvd-qty(po-table-count) not numeric
                       move 0 to pot-rcvd-qty(po-table-count)
                   end-if
                   if pot-last-date(po-table-count) not numeric
                       move 0 to pot-last-date(po-table-count)
                   end-if
                   if pot-status(po-table-count) = space
                       move 'O' to pot-status(po-table-count)
                   end-if
                   if pot-need-date(po-table-count) not numeric
                       move 0 to pot-need-date(po-table-count)
                   end-if
                   if pot-ack-need-date(po-table-count) not numeric
                       move 0 to pot-ack-need-date(po-table-count)
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

       load-control Section.
       020-begin.
           move 0 to ws-control-found ws-stock-delta.
           open input conv-control.
           if ws-control-status = '00'
               read conv-control
                   at end continue
               end-read
               if ctl-stock-hash numeric
                   move 1 to ws-control-found
                   move ctl-date       to ws-hold-date
                   move ctl-time       to ws-hold-time
                   move ctl-item-count to ws-hold-item-count
                   move ctl-bom-count  to ws-hold-bom-count
                   move ctl-stock-hash to ws-hold-stock-hash
                   move ctl-ratio-hash to ws-hold-ratio-hash
               end-if
               close conv-control
           end-if.

       save-control Section.
       040-begin.
           if ws-control-found = 1
               open output conv-control
               if ws-control-status not = '00'
                   move 'CONVCTL'          to ws-abend-file
                   move ws-control-status  to ws-abend-status
                   perform 998-begin
               end-if
               move spaces to conv-control-record
               move ws-hold-date       to ctl-date
               move ws-hold-time       to ctl-time
               move ws-hold-item-count to ctl-item-count
               move ws-hold-bom-count  to ctl-bom-count
               compute ctl-stock-hash =
                       ws-hold-stock-hash + ws-stock-delta
               move ws-hold-ratio-hash to ctl-ratio-hash
               write conv-control-record
               close conv-control
           end-if.

       open-journal Section.
       030-begin.
           open extend stock-journal.
           if ws-journal-status = '35'
               open output stock-journal
           end-if.
           if ws-journal-status not = '00'
               move 'STKJRNL'           to ws-abend-file
               move ws-journal-status   to ws-abend-status
               perform 998-begin
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

       load-lot-stock Section.
       070-begin.
           move 0 to ws-lot-loaded.
           open input lot-stock.
           if ws-lot-status = '00'
               move 1 to ws-lot-loaded
               move 0 to read-eof-flag
               perform 070-read until read-eof-flag = 1
               close lot-stock
           end-if.

       070-read.
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
       080-begin.
           if ws-lot-loaded = 1 or lot-table-count > 0
               open output lot-stock
               if ws-lot-status not = '00'
                   move 'LOTSTOCK'       to ws-abend-file
                   move ws-lot-status    to ws-abend-status
                   perform 998-begin
               end-if
               move 0 to ws-lot-idx
               perform 080-write-one until ws-lot-idx >= lot-table-count
               close lot-stock
           end-if.

       080-write-one.
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

       dock-processor Section.
       100-begin.
           read dock-receipts
               at end set dock-eof-flag to 1
           end-read.
           if dock-eof-flag = 0
               add 1 to dock-row-counter
               perform 110-begin
           end-if.

       receive-one-line Section.
       110-begin.
           move 0 to ws-reject-flag ws-over-flag ws-late-flag.
           move spaces to ws-reject-reason.
           move 0 to ws-rcv-qty ws-open-qty ws-over-qty.
           move 0 to ws-stock-before ws-stock-after.
           move 0 to ws-need-date ws-promise-date ws-days-late.
           move 0 to ws-po-found-idx ws-rct-found-idx.
           if dck-rcpt-date numeric
               move dck-rcpt-date to ws-rcpt-date
           else
               move ws-today to ws-rcpt-date
           end-if.
           if dck-qty not numeric
               move 1 to ws-reject-flag
               move 'BAD QUANTITY' to ws-reject-reason
           else
               move dck-qty to ws-rcv-qty
               if ws-rcv-qty = 0
                   move 1 to ws-reject-flag
                   move 'BAD QUANTITY' to ws-reject-reason
               end-if
           end-if.
           if ws-reject-flag = 0
               perform 120-begin
           end-if.
           if ws-reject-flag = 0
               perform 130-begin
           end-if.
           if ws-reject-flag = 0
               perform 140-begin
           end-if.
           if ws-reject-flag = 0 and dck-lot-no not = spaces
               perform 145-begin
           end-if.
           perform 150-begin.
           perform 160-begin.

       match-po Section.
       120-begin.
           move 1 to ws-po-idx.
           perform 120-scan-po until ws-po-idx > po-table-count.
           if ws-po-found-idx = 0
               move 1 to ws-reject-flag
               move 'UNKNOWN PO' to ws-reject-reason
           else
               move pot-need-date(ws-po-found-idx) to ws-need-date
               if pot-ack-need-date(ws-po-found-idx) > 0
                  and (pot-ack-code(ws-po-found-idx) = 'C'
                    or pot-ack-code(ws-po-found-idx) = 'H')
                   move pot-ack-need-date(ws-po-found-idx)
                     to ws-promise-date
               end-if
               if pot-item-code(ws-po-found-idx) not = dck-item-code
                   move 1 to ws-reject-flag
                   move 'ITEM NOT ON PO' to ws-reject-reason
               end-if
           end-if.
           if ws-reject-flag = 0
               move 1 to ws-rct-idx
               perform 120-scan-receipt
                   until ws-rct-idx > receipt-table-count
               if pot-status(ws-po-found-idx) = 'C'
                  or pot-status(ws-po-found-idx) = 'X'
                  or ws-rct-found-idx = 0
                   move 1 to ws-reject-flag
                   move 'PO CLOSED' to ws-reject-reason
               else
                   move rct-qty(ws-rct-found-idx) to ws-open-qty
               end-if
           end-if.

       120-scan-po.
           if pot-order-no(ws-po-idx) = dck-order-no
               move ws-po-idx to ws-po-found-idx
               move po-table-count to ws-po-idx
           end-if.
           add 1 to ws-po-idx.

       120-scan-receipt.
           if rct-order-no(ws-rct-idx) = dck-order-no
              and rct-closed-flag(ws-rct-idx) = 0
              and rct-qty(ws-rct-idx) > 0
               move ws-rct-idx to ws-rct-found-idx
               move receipt-table-count to ws-rct-idx
           end-if.
           add 1 to ws-rct-idx.

       post-to-master Section.
       130-begin.
           move dck-item-code to ITEM-CODE.
           read itemmaster
               invalid key
                   move 1 to ws-reject-flag
                   move 'ITEM NOT FOUND' to ws-reject-reason
           end-read.
           if ws-reject-flag = 0
               move ITEM-STOCK to ws-stock-before
               if ws-stock-before + ws-rcv-qty > 9999999
                   move 1 to ws-reject-flag
                   move 'STOCK FIELD OVERFLOW' to ws-reject-reason
               else
                   compute ws-stock-after =
                           ws-stock-before + ws-rcv-qty
               end-if
           end-if.
           if ws-reject-flag = 0
               add ws-stock-after to ws-stock-delta
               subtract ws-stock-before from ws-stock-delta
               move ws-stock-after to ITEM-STOCK
               rewrite ITEM-RECORD
               if ws-item-status not = '00'
                   move 'ITEMMAST'          to ws-abend-file
                   move dock-row-counter    to ws-abend-recno
                   move ws-item-status      to ws-abend-status
                   perform 997-begin
               end-if
           end-if.

       work-down-order Section.
       140-begin.
           if ws-rcv-qty > ws-open-qty
               move 1 to ws-over-flag
               compute ws-over-qty = ws-rcv-qty - ws-open-qty
               move 0 to rct-qty(ws-rct-found-idx)
           else
               subtract ws-rcv-qty from rct-qty(ws-rct-found-idx)
           end-if.
           add ws-rcv-qty to pot-rcvd-qty(ws-po-found-idx).
           move ws-rcpt-date to pot-last-date(ws-po-found-idx).
           if rct-qty(ws-rct-found-idx) = 0
               move 1 to rct-closed-flag(ws-rct-found-idx)
               move 'C' to pot-status(ws-po-found-idx)
               add 1 to closed-count
           else
               move 'P' to pot-status(ws-po-found-idx)
               add 1 to partial-count
           end-if.
           if ws-need-date > 0 and ws-rcpt-date > ws-need-date
               move 1 to ws-late-flag
               compute ws-days-late =
                       function integer-of-date(ws-rcpt-date)
                     - function integer-of-date(ws-need-date)
           end-if.

       receive-lot Section.
       145-begin.
           move 0 to ws-lot-found-idx.
           move 1 to ws-lot-idx.
           perform 145-scan until ws-lot-idx > lot-table-count.
           if ws-lot-found-idx = 0
               if lot-table-count >= 5000
                   move 'LOTSTOCK'          to ws-abend-file
                   move dock-row-counter    to ws-abend-recno
                   perform 999-begin
               end-if
               add 1 to lot-table-count
               move lot-table-count to ws-lot-found-idx
               move dck-item-code to ltt-item-code(ws-lot-found-idx)
               move dck-lot-no    to ltt-lot-no(ws-lot-found-idx)
               move 0             to ltt-qty(ws-lot-found-idx)
               move ws-rcpt-date  to ltt-rcpt-date(ws-lot-found-idx)
               move dck-order-no  to ltt-order-no(ws-lot-found-idx)
           end-if.
           add ws-rcv-qty to ltt-qty(ws-lot-found-idx).

       145-scan.
           if ltt-item-code(ws-lot-idx) = dck-item-code
              and ltt-lot-no(ws-lot-idx) = dck-lot-no
               move ws-lot-idx to ws-lot-found-idx
               move lot-table-count to ws-lot-idx
           end-if.
           add 1 to ws-lot-idx.

       write-journal Section.
       150-begin.
           move spaces to stock-journal-record.
           move ws-today to sjr-date.
           move ws-time-hhmmss to sjr-time.
           move dck-order-no to sjr-order-no.
           move dck-item-code to sjr-item-code.
           move 'R' to sjr-reason.
           move dck-lot-no to sjr-lot-no.
           move ws-rcv-qty to sjr-qty.
           if ws-reject-flag = 1
               move 'REJECTED' to sjr-status
               move ws-reject-reason to sjr-message
               add 1 to rejected-count
           else
               move 'APPLIED' to sjr-status
               move 'PO RECEIPT' to sjr-message
               add 1 to posted-count
           end-if.
           move ws-stock-before to sjr-before.
           move ws-stock-after to sjr-after.
           write stock-journal-record.
           if ws-journal-status not = '00'
               move 'STKJRNL'           to ws-abend-file
               move dock-row-counter    to ws-abend-recno
               move ws-journal-status   to ws-abend-status
               perform 997-begin
           end-if.

       write-exceptions Section.
       160-begin.
           if ws-reject-flag = 1
               move ws-reject-reason to ws-exc-type
               move 'REJECTED' to ws-exc-disposition
               perform 160-write-line
           end-if.
           if ws-over-flag = 1
               move 'OVER RECEIPT' to ws-exc-type
               move 'POSTED' to ws-exc-disposition
               perform 160-write-line
           end-if.
           if ws-late-flag = 1
               move 'LATE DELIVERY' to ws-exc-type
               move 'POSTED' to ws-exc-disposition
               perform 160-write-line
           end-if.

       160-write-line.
           move spaces         to rcv-exception-record.
           move ws-exc-type    to rxc-type.
           move ws-exc-disposition to rxc-disposition.
           move dck-order-no   to rxc-order-no.
           move dck-item-code  to rxc-item-code.
           move ws-rcv-qty     to rxc-rcvd-qty.
           move ws-open-qty    to rxc-open-qty.
           move ws-over-qty    to rxc-excess-qty.
           move ws-need-date   to rxc-need-date.
           move ws-rcpt-date   to rxc-rcpt-date.
           move ws-days-late   to rxc-days-late.
           move ws-promise-date to rxc-promise-date.
           write rcv-exception-record.
           if ws-except-status not = '00'
               move 'RCVEXCP'           to ws-abend-file
               move dock-row-counter    to ws-abend-recno
               move ws-except-status    to ws-abend-status
               perform 997-begin
           end-if.
           add 1 to exception-count.
