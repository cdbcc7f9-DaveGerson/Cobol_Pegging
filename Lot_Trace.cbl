       identification division.
       program-id. Lot_Trace.
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
           Select trace-requests assign 'E:\MRP_Shampoo\TRACEREQ.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-request-status.
           Select lot-genealogy assign 'E:\MRP_Shampoo\LOTGENE.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-gene-status.
           Select stock-journal assign 'E:\MRP_Shampoo\STKJRNL.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-journal-status.
           Select lot-stock assign 'E:\MRP_Shampoo\LOTSTOCK.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-lot-status.
           Select trace-report assign 'E:\MRP_Shampoo\LOTTRACE.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-trace-status.

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
       fd trace-requests.
       01 trace-request-record.
          03 trq-direction PIC x.
          03 FILLER PIC x.
          03 trq-item-code PIC x(5).
          03 FILLER PIC x.
          03 trq-lot-no PIC x(10).
       fd lot-genealogy.
       01 lot-genealogy-record.
          03 lgn-date PIC 9(8).
          03 FILLER PIC x.
          03 lgn-order-no PIC x(6).
          03 FILLER PIC x.
          03 lgn-parent-code PIC x(5).
          03 FILLER PIC x.
          03 lgn-parent-lot PIC x(10).
          03 FILLER PIC x.
          03 lgn-comp-code PIC x(5).
          03 FILLER PIC x.
          03 lgn-comp-lot PIC x(10).
          03 FILLER PIC x.
          03 lgn-qty PIC 9(7).
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
       fd trace-report.
       01 trace-header.
          03 trh-label PIC x(14).
          03 FILLER PIC x.
          03 trh-item-code PIC x(5).
          03 FILLER PIC x.
          03 trh-item-desc PIC x(26).
          03 FILLER PIC x.
          03 trh-lot-no PIC x(10).
          03 FILLER PIC x.
          03 trh-message PIC x(25).
       01 trace-line.
          03 trl-level PIC 9(2).
          03 FILLER PIC x.
          03 trl-relation PIC x(10).
          03 FILLER PIC x.
          03 trl-item-code PIC x(5).
          03 FILLER PIC x.
          03 trl-item-desc PIC x(26).
          03 FILLER PIC x.
          03 trl-lot-no PIC x(10).
          03 FILLER PIC x.
          03 trl-order-no PIC x(6).
          03 FILLER PIC x.
          03 trl-date PIC 9(8).
          03 FILLER PIC x.
          03 trl-qty PIC   9(7).
       working-storage section.
       01  ws-numerics             comp value low-values.
           03  request-eof-flag    pic 9.
           03  read-eof-flag       pic 9.
           03  request-row-counter pic 9(4).
           03  gene-table-count    pic 9(4).
           03  jrn-table-count     pic 9(4).
           03  lot-table-count     pic 9(4).
           03  visit-table-count   pic 9(4).
           03  stack-ptr           pic 9(4).
           03  trace-line-count    pic 9(5).
           03  ws-gene-idx         pic 9(4).
           03  ws-jrn-idx          pic 9(4).
           03  ws-lot-idx          pic 9(4).
           03  ws-visit-idx        pic 9(4).
           03  ws-visited          pic 9.

       01  ws-item-status       pic xx.
       01  ws-request-status    pic xx.
       01  ws-gene-status       pic xx.
       01  ws-journal-status    pic xx.
       01  ws-lot-status        pic xx.
       01  ws-trace-status      pic xx.

       01  ws-gene-table.
           03  ws-gene-entry occurs 5000 times.
               05  gnt-date          pic 9(8).
               05  gnt-order-no      pic x(6).
               05  gnt-parent-code   pic x(5).
               05  gnt-parent-lot    pic x(10).
               05  gnt-comp-code     pic x(5).
               05  gnt-comp-lot      pic x(10).
               05  gnt-qty           pic 9(7).

       01  ws-journal-table.
           03  ws-journal-entry occurs 5000 times.
               05  jnt-date          pic 9(8).
               05  jnt-order-no      pic x(6).
               05  jnt-item-code     pic x(5).
               05  jnt-lot-no        pic x(10).
               05  jnt-reason        pic x.
               05  jnt-qty           pic 9(7).

       01  ws-lot-table.
           03  ws-lot-entry occurs 5000 times.
               05  ltt-item-code     pic x(5).
               05  ltt-lot-no        pic x(10).
               05  ltt-qty           pic 9(7).
               05  ltt-rcpt-date     pic 9(8).
               05  ltt-order-no      pic x(6).

       01  ws-visit-table.
           03  ws-visit-entry occurs 1000 times.
               05  vst-item-code     pic x(5).
               05  vst-lot-no        pic x(10).

       01  ws-stack.
           03  ws-stack-entry occurs 500 times.
               05  stk-level         pic 9(2).
               05  stk-relation      pic x(10).
               05  stk-item-code     pic x(5).
               05  stk-lot-no        pic x(10).
               05  stk-order-no      pic x(6).
               05  stk-date          pic 9(8).
               05  stk-qty           pic 9(7).

       01  ws-work-fields.
           03  ws-direction       pic x.
           03  ws-cur-level       pic 9(2).
           03  ws-cur-item        pic x(5).
           03  ws-cur-lot         pic x(10).
           03  ws-desc            pic x(26).
           03  ws-push-level      pic 9(2).
           03  ws-push-relation   pic x(10).
           03  ws-push-item       pic x(5).
           03  ws-push-lot        pic x(10).
           03  ws-push-order      pic x(6).
           03  ws-push-date       pic 9(8).
           03  ws-push-qty        pic 9(7).
           03  ws-out-level       pic 9(2).
           03  ws-out-relation    pic x(10).
           03  ws-out-order       pic x(6).
           03  ws-out-date        pic 9(8).
           03  ws-out-qty         pic 9(7).
           03  ws-abend-file      pic x(12).
           03  ws-abend-recno     pic 9(5).
           03  ws-abend-status    pic xx.

       procedure division.
       000-Main Section.
       000-begin.
           perform 010-begin.
           perform 020-begin.
           perform 030-begin.
           open input itemmaster.
           open output trace-report.
           if ws-trace-status not = '00'
               move 'LOTTRACE'        to ws-abend-file
               move ws-trace-status   to ws-abend-status
               perform 998-begin
           end-if.
           open input trace-requests.
           if ws-request-status not = '00'
               move 'TRACEREQ'        to ws-abend-file
               move ws-request-status to ws-abend-status
               perform 998-begin
           end-if.
           perform request-processor until request-eof-flag = 1.
           close trace-requests.
           close trace-report.
           if ws-item-status = '00'
               close itemmaster
           end-if.
           display 'TRACE REQUESTS READ  :' request-row-counter.
           display 'GENEALOGY LINES      :' gene-table-count.
           display 'LOT JOURNAL LINES    :' jrn-table-count.
           display 'LOTS ON HAND         :' lot-table-count.
           display 'TRACE LINES WRITTEN  :' trace-line-count.
           STOP RUN.

       abend-open Section.
       998-begin.
           display 'FILE OPEN FAILED: ' ws-abend-file
                   ' STATUS ' ws-abend-status.
           display 'RUN STOPPED - NO TRACE PRODUCED'.
           move 16 to return-code.
           STOP RUN.

       abend-write Section.
       997-begin.
           display 'FILE WRITE FAILED: ' ws-abend-file
                   ' RECORD ' ws-abend-recno
                   ' STATUS ' ws-abend-status.
           display 'RUN STOPPED - TRACE INCOMPLETE'.
           move 16 to return-code.
           STOP RUN.

       abend-capacity Section.
       999-begin.
           display 'TABLE CAPACITY EXCEEDED: ' ws-abend-file
                   ' RECORD ' ws-abend-recno.
           display 'RUN STOPPED - TRACE INCOMPLETE'.
           move 16 to return-code.
           STOP RUN.

       load-genealogy Section.
       010-begin.
           open input lot-genealogy.
           if ws-gene-status = '00'
               move 0 to read-eof-flag
               perform 010-read until read-eof-flag = 1
               close lot-genealogy
           end-if.

       010-read.
           read lot-genealogy
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
               if gene-table-count < 5000
                   add 1 to gene-table-count
                   move lgn-date      to gnt-date(gene-table-count)
                   move lgn-order-no  to gnt-order-no(gene-table-count)
                   move lgn-parent-code
                     to gnt-parent-code(gene-table-count)
                   move lgn-parent-lot
                     to gnt-parent-lot(gene-table-count)
                   move lgn-comp-code to gnt-comp-code(gene-table-count)
                   move lgn-comp-lot  to gnt-comp-lot(gene-table-count)
                   move lgn-qty       to gnt-qty(gene-table-count)
               else
                   move 'LOTGENE'         to ws-abend-file
                   move gene-table-count  to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       load-lot-journal Section.
       020-begin.
           open input stock-journal.
           if ws-journal-status = '00'
               move 0 to read-eof-flag
               perform 020-read until read-eof-flag = 1
               close stock-journal
           end-if.

       020-read.
           move spaces to stock-journal-record.
           read stock-journal
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
              and sjr-lot-no not = spaces
              and sjr-status = 'APPLIED'
              and sjr-message not = 'WO BACKFLUSH'
              and (sjr-reason = 'R' or sjr-reason = 'I'
                or sjr-message = 'LOT DETAIL')
               if jrn-table-count < 5000
                   add 1 to jrn-table-count
                   move sjr-date      to jnt-date(jrn-table-count)
                   move sjr-order-no  to jnt-order-no(jrn-table-count)
                   move sjr-item-code to jnt-item-code(jrn-table-count)
                   move sjr-lot-no    to jnt-lot-no(jrn-table-count)
                   move sjr-reason    to jnt-reason(jrn-table-count)
                   move sjr-qty       to jnt-qty(jrn-table-count)
               else
                   move 'STKJRNL'         to ws-abend-file
                   move jrn-table-count   to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       load-lot-stock Section.
       030-begin.
           open input lot-stock.
           if ws-lot-status = '00'
               move 0 to read-eof-flag
               perform 030-read until read-eof-flag = 1
               close lot-stock
           end-if.

       030-read.
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

       request-processor Section.
       100-begin.
           read trace-requests
               at end set request-eof-flag to 1
           end-read.
           if request-eof-flag = 0
               add 1 to request-row-counter
               perform 110-begin
           end-if.

       trace-one-lot Section.
       110-begin.
           move trq-direction to ws-direction.
           move trq-item-code to ws-cur-item.
           perform 400-begin.
           move spaces        to trace-header.
           move trq-item-code to trh-item-code.
           move ws-desc       to trh-item-desc.
           move trq-lot-no    to trh-lot-no.
           evaluate ws-direction
               when 'B' move 'TRACE BACKWARD' to trh-label
               when 'F' move 'TRACE FORWARD'  to trh-label
               when other
                   move 'TRACE REQUEST'  to trh-label
                   move 'INVALID DIRECTION' to trh-message
           end-evaluate.
           if trq-lot-no = spaces
               move 'LOT NUMBER MISSING' to trh-message
           end-if.
           perform 110-write-header.
           if trh-message = spaces
               move 0 to visit-table-count stack-ptr
               move 0            to ws-push-level
               move 'LOT'        to ws-push-relation
               move trq-item-code to ws-push-item
               move trq-lot-no   to ws-push-lot
               move spaces       to ws-push-order
               move 0            to ws-push-date ws-push-qty
               perform 300-begin
               perform 120-begin until stack-ptr = 0
           end-if.

       110-write-header.
           write trace-header.
           if ws-trace-status not = '00'
               move 'LOTTRACE'           to ws-abend-file
               move request-row-counter  to ws-abend-recno
               move ws-trace-status      to ws-abend-status
               perform 997-begin
           end-if.

       expand-node Section.
       120-begin.
           move stk-level(stack-ptr)    to ws-out-level.
           move stk-relation(stack-ptr) to ws-out-relation.
           move stk-item-code(stack-ptr) to ws-cur-item.
           move stk-lot-no(stack-ptr)   to ws-cur-lot.
           move stk-order-no(stack-ptr) to ws-out-order.
           move stk-date(stack-ptr)     to ws-out-date.
           move stk-qty(stack-ptr)      to ws-out-qty.
           move stk-level(stack-ptr)    to ws-cur-level.
           subtract 1 from stack-ptr.
           perform 200-begin.
           if ws-cur-lot not = spaces
               perform 130-begin
           end-if.
           if ws-visited = 0 and ws-cur-lot not = spaces
               add 1 to ws-cur-level
               perform 140-begin
               perform 150-begin
           end-if.

       check-visited Section.
       130-begin.
           move 0 to ws-visited.
           move 1 to ws-visit-idx.
           perform 130-scan until ws-visit-idx > visit-table-count.
           if ws-visited = 0
               if visit-table-count >= 1000
                   move 'TRACE VISIT'        to ws-abend-file
                   move request-row-counter  to ws-abend-recno
                   perform 999-begin
               end-if
               add 1 to visit-table-count
               move ws-cur-item to vst-item-code(visit-table-count)
               move ws-cur-lot  to vst-lot-no(visit-table-count)
           end-if.

       130-scan.
           if vst-item-code(ws-visit-idx) = ws-cur-item
              and vst-lot-no(ws-visit-idx) = ws-cur-lot
               move 1 to ws-visited
               move visit-table-count to ws-visit-idx
           end-if.
           add 1 to ws-visit-idx.

       list-movements Section.
       140-begin.
           move 1 to ws-jrn-idx.
           perform 140-scan until ws-jrn-idx > jrn-table-count.
           move 1 to ws-lot-idx.
           perform 140-on-hand until ws-lot-idx > lot-table-count.

       140-scan.
           if jnt-item-code(ws-jrn-idx) = ws-cur-item
              and jnt-lot-no(ws-jrn-idx) = ws-cur-lot
               if (ws-direction = 'B' and jnt-reason(ws-jrn-idx) = 'R')
               or (ws-direction = 'F'
                   and jnt-reason(ws-jrn-idx) not = 'R')
                   move ws-cur-level to ws-out-level
                   evaluate jnt-reason(ws-jrn-idx)
                       when 'R' move 'RECEIVED'  to ws-out-relation
                       when 'I' move 'SHIPPED'   to ws-out-relation
                       when 'C' move 'COUNT ADJ' to ws-out-relation
                       when other move 'ADJUSTED' to ws-out-relation
                   end-evaluate
                   move jnt-order-no(ws-jrn-idx) to ws-out-order
                   move jnt-date(ws-jrn-idx)     to ws-out-date
                   move jnt-qty(ws-jrn-idx)      to ws-out-qty
                   perform 200-begin
               end-if
           end-if.
           add 1 to ws-jrn-idx.

       140-on-hand.
           if ws-direction = 'F'
              and ltt-item-code(ws-lot-idx) = ws-cur-item
              and ltt-lot-no(ws-lot-idx) = ws-cur-lot
               move ws-cur-level              to ws-out-level
               move 'ON HAND'                 to ws-out-relation
               move ltt-order-no(ws-lot-idx)  to ws-out-order
               move ltt-rcpt-date(ws-lot-idx) to ws-out-date
               move ltt-qty(ws-lot-idx)       to ws-out-qty
               perform 200-begin
           end-if.
           add 1 to ws-lot-idx.

       push-links Section.
       150-begin.
           move gene-table-count to ws-gene-idx.
           perform 150-scan until ws-gene-idx = 0.

       150-scan.
           if ws-direction = 'B'
              and gnt-parent-code(ws-gene-idx) = ws-cur-item
              and gnt-parent-lot(ws-gene-idx) = ws-cur-lot
               move 'CONSUMED'                   to ws-push-relation
               move gnt-comp-code(ws-gene-idx)   to ws-push-item
               move gnt-comp-lot(ws-gene-idx)    to ws-push-lot
               perform 150-push
           end-if.
           if ws-direction = 'F'
              and gnt-comp-code(ws-gene-idx) = ws-cur-item
              and gnt-comp-lot(ws-gene-idx) = ws-cur-lot
               move 'USED IN'                    to ws-push-relation
               move gnt-parent-code(ws-gene-idx) to ws-push-item
               move gnt-parent-lot(ws-gene-idx)  to ws-push-lot
               perform 150-push
           end-if.
           subtract 1 from ws-gene-idx.

       150-push.
           move ws-cur-level               to ws-push-level.
           move gnt-order-no(ws-gene-idx)  to ws-push-order.
           move gnt-date(ws-gene-idx)      to ws-push-date.
           move gnt-qty(ws-gene-idx)       to ws-push-qty.
           perform 300-begin.

       write-trace-line Section.
       200-begin.
           perform 400-begin.
           move spaces          to trace-line.
           move ws-out-level    to trl-level.
           move ws-out-relation to trl-relation.
           move ws-cur-item     to trl-item-code.
           move ws-desc         to trl-item-desc.
           move ws-cur-lot      to trl-lot-no.
           move ws-out-order    to trl-order-no.
           move ws-out-date     to trl-date.
           move ws-out-qty      to trl-qty.
           write trace-line.
           if ws-trace-status not = '00'
               move 'LOTTRACE'           to ws-abend-file
               move request-row-counter  to ws-abend-recno
               move ws-trace-status      to ws-abend-status
               perform 997-begin
           end-if.
           add 1 to trace-line-count.

       push-node Section.
       300-begin.
           if stack-ptr >= 500
               move 'TRACE STACK'        to ws-abend-file
               move request-row-counter  to ws-abend-recno
               perform 999-begin
           end-if.
           add 1 to stack-ptr.
           move ws-push-level    to stk-level(stack-ptr).
           move ws-push-relation to stk-relation(stack-ptr).
           move ws-push-item     to stk-item-code(stack-ptr).
           move ws-push-lot      to stk-lot-no(stack-ptr).
           move ws-push-order    to stk-order-no(stack-ptr).
           move ws-push-date     to stk-date(stack-ptr).
           move ws-push-qty      to stk-qty(stack-ptr).

       item-description Section.
       400-begin.
           move spaces to ws-desc.
           if ws-item-status = '00'
               move ws-cur-item to ITEM-CODE
               read itemmaster
                   invalid key
                       move 'NOT ON ITEM MASTER' to ws-desc
                   not invalid key
                       move ITEM-DESC to ws-desc
               end-read
           end-if.
