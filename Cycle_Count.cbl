       identification division.
       program-id. Cycle_Count.
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
           Select cc-parm assign 'E:\MRP_Shampoo\CCPARM.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-parm-status.
           Select cc-control assign 'E:\MRP_Shampoo\CCCONTROL.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-control-status.
           Select cc-history assign 'E:\MRP_Shampoo\CCHIST.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-history-status.
           Select cc-open assign 'E:\MRP_Shampoo\CCOPEN.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-open-status.
           Select cc-sheet assign 'E:\MRP_Shampoo\CCSHEET.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-sheet-status.
           Select cc-count assign 'E:\MRP_Shampoo\CCCOUNT.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-count-status.
           Select cc-release assign 'E:\MRP_Shampoo\CCRELEASE.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-release-status.
           Select cc-variance assign 'E:\MRP_Shampoo\CCVAR.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-variance-status.
           Select cc-approval assign 'E:\MRP_Shampoo\CCAPPROVL.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-approval-status.
           Select stock-journal assign 'E:\MRP_Shampoo\STKJRNL.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-journal-status.
           Select conv-control assign 'E:\MRP_Shampoo\CONVCTL.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-conv-status.
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
       fd cc-parm.
       01 cc-parm-record.
          03 ccp-step PIC x.
          03 FILLER PIC x.
          03 ccp-tol-pct PIC 9(3).
          03 FILLER PIC x.
          03 ccp-tol-value PIC 9(7)V99.
          03 FILLER PIC x.
          03 ccp-days-a PIC 9(3).
          03 FILLER PIC x.
          03 ccp-days-b PIC 9(3).
          03 FILLER PIC x.
          03 ccp-days-c PIC 9(3).
          03 FILLER PIC x.
          03 ccp-usage-days PIC 9(3).
       fd cc-control.
       01 cc-control-record.
          03 ccc-next-tag PIC 9(5).
       fd cc-history.
       01 cc-history-record.
          03 cch-item-code PIC x(5).
          03 FILLER PIC x.
          03 cch-last-date PIC 9(8).
       fd cc-open.
       01 cc-open-record.
          03 cco-tag PIC x(6).
          03 FILLER PIC x.
          03 cco-whs PIC x(2).
          03 FILLER PIC x.
          03 cco-item-code PIC x(5).
          03 FILLER PIC x.
          03 cco-class PIC x.
          03 FILLER PIC x.
          03 cco-sheet-date PIC 9(8).
          03 FILLER PIC x.
          03 cco-status PIC x.
          03 FILLER PIC x.
          03 cco-count-qty PIC 9(7).
          03 FILLER PIC x.
          03 cco-system-qty PIC 9(7).
          03 FILLER PIC x.
          03 cco-var-qty PIC S9(7).
          03 FILLER PIC x.
          03 cco-var-value PIC S9(9)V99.
          03 FILLER PIC x.
          03 cco-count-date PIC 9(8).
       fd cc-sheet.
       01 cc-sheet-line.
          03 csh-whs PIC x(2).
          03 FILLER PIC x.
          03 csh-tag PIC x(6).
          03 FILLER PIC x.
          03 csh-item-code PIC x(5).
          03 FILLER PIC x.
          03 csh-item-desc PIC x(26).
          03 FILLER PIC x.
          03 csh-uom PIC x(6).
          03 FILLER PIC x.
          03 csh-class PIC x.
          03 FILLER PIC x.
          03 csh-count-qty PIC x(10).
          03 FILLER PIC x.
          03 csh-counted-by PIC x(10).
       fd cc-count.
       01 cc-count-record.
          03 cnt-tag PIC x(6).
          03 FILLER PIC x.
          03 cnt-item-code PIC x(5).
          03 FILLER PIC x.
          03 cnt-qty PIC x(7).
       fd cc-release.
       01 cc-release-record.
          03 rel-tag PIC x(6).
          03 FILLER PIC x.
          03 rel-action PIC x.
          03 FILLER PIC x.
          03 rel-approver PIC x(10).
       fd cc-variance.
       01 cc-variance-line.
          03 cvr-tag PIC x(6).
          03 FILLER PIC x.
          03 cvr-whs PIC x(2).
          03 FILLER PIC x.
          03 cvr-item-code PIC x(5).
          03 FILLER PIC x.
          03 cvr-class PIC x.
          03 FILLER PIC x.
          03 cvr-count-qty PIC 9(7).
          03 FILLER PIC x.
          03 cvr-system-qty PIC 9(7).
          03 FILLER PIC x.
          03 cvr-var-qty PIC S9(7).
          03 FILLER PIC x.
          03 cvr-var-value PIC S9(9)V99.
          03 FILLER PIC x.
          03 cvr-disposition PIC x(8).
          03 FILLER PIC x.
          03 cvr-message PIC x(25).
          03 FILLER PIC x.
          03 cvr-approver PIC x(10).
       fd cc-approval.
       01 cc-approval-line.
          03 cap-tag PIC x(6).
          03 FILLER PIC x.
          03 cap-whs PIC x(2).
          03 FILLER PIC x.
          03 cap-item-code PIC x(5).
          03 FILLER PIC x.
          03 cap-item-desc PIC x(26).
          03 FILLER PIC x.
          03 cap-class PIC x.
          03 FILLER PIC x.
          03 cap-count-qty PIC 9(7).
          03 FILLER PIC x.
          03 cap-system-qty PIC 9(7).
          03 FILLER PIC x.
          03 cap-var-qty PIC S9(7).
          03 FILLER PIC x.
          03 cap-var-value PIC S9(9)V99.
          03 FILLER PIC x.
          03 cap-count-date PIC 9(8).
          03 FILLER PIC x.
          03 cap-approved-by PIC x(10).
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
           03  item-eof-flag       pic 9.
           03  read-eof-flag       pic 9.
           03  parm-eof-flag       pic 9.
           03  item-row-counter    pic 9(4).
           03  item-table-count    pic 9(4).
           03  history-row-counter pic 9(4).
           03  history-table-count pic 9(4).
           03  open-row-counter    pic 9(4).
           03  open-table-count    pic 9(4).
           03  rank-table-count    pic 9(4).
           03  sheet-table-count   pic 9(4).
           03  input-row-counter   pic 9(4).
           03  posted-count        pic 9(4).
           03  held-count          pic 9(4).
           03  released-count      pic 9(4).
           03  recount-count       pic 9(4).
           03  rejected-count      pic 9(4).
           03  class-a-count       pic 9(4).
           03  class-b-count       pic 9(4).
           03  class-c-count       pic 9(4).
           03  ws-itm-idx          pic 9(4).
           03  ws-opn-idx          pic 9(4).
           03  ws-hst-idx          pic 9(4).
           03  ws-rnk-idx          pic 9(4).
           03  ws-sht-idx          pic 9(4).
           03  ws-found-idx        pic 9(4).
           03  ws-sort-flag        pic 9.
           03  ws-sort-idx         pic 9(4).
           03  ws-lookup-found     pic 9.
           03  ws-lookup-entry     pic 9(4).
           03  ws-reject-flag      pic 9.
           03  ws-within-flag      pic 9.
           03  lot-table-count     pic 9(4).
           03  ws-lot-idx          pic 9(4).
           03  ws-lot-found-idx    pic 9(4).
           03  ws-lot-loaded       pic 9.

       01  ws-item-status       pic xx.
       01  ws-parm-status       pic xx.
       01  ws-control-status    pic xx.
       01  ws-history-status    pic xx.
       01  ws-open-status       pic xx.
       01  ws-sheet-status      pic xx.
       01  ws-count-status      pic xx.
       01  ws-release-status    pic xx.
       01  ws-variance-status   pic xx.
       01  ws-approval-status   pic xx.
       01  ws-journal-status    pic xx.
       01  ws-conv-status       pic xx.
       01  ws-lot-status        pic xx.

       01  ws-parms.
           03  ws-step            pic x.
           03  ws-tol-pct         pic 9(3).
           03  ws-tol-value       pic 9(7)v99.
           03  ws-days-a          pic 9(3).
           03  ws-days-b          pic 9(3).
           03  ws-days-c          pic 9(3).
           03  ws-usage-days      pic 9(3).

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
           03  ws-today-int       pic s9(8).
           03  ws-usage-from      pic 9(8).
           03  ws-time-raw        pic 9(8).
           03  ws-time-raw-x redefines ws-time-raw.
               05  ws-time-hhmmss pic 9(6).
               05  FILLER         pic 9(2).

       01  ws-item-table.
           03  ws-item-entry occurs 1 to 5000 times
                   depending on item-table-count
                   ascending key is cit-code
                   indexed by cit-x.
               05  cit-code          pic x(5).
               05  cit-desc          pic x(26).
               05  cit-uom           pic x(6).
               05  cit-whs           pic x(2).
               05  cit-type          pic x.
               05  cit-cost          pic 9(5)v99.
               05  cit-usage-value   pic 9(11)v99.
               05  cit-class         pic x.
               05  cit-last-date     pic 9(8).
               05  cit-open-flag     pic 9.

       01  ws-rank-table.
           03  ws-rank-entry occurs 5000 times.
               05  crk-item-idx      pic 9(4).

       01  ws-sheet-table.
           03  ws-sheet-entry occurs 5000 times.
               05  cst-key.
                   07  cst-whs       pic x(2).
                   07  cst-item-code pic x(5).
               05  cst-item-idx      pic 9(4).

       01  ws-sheet-hold.
           03  csh-hold-key          pic x(7).
           03  csh-hold-idx          pic 9(4).

       01  ws-history-table.
           03  ws-history-entry occurs 5000 times.
               05  chs-item-code     pic x(5).
               05  chs-last-date     pic 9(8).

       01  ws-open-table.
           03  ws-open-entry occurs 5000 times.
               05  cop-tag           pic x(6).
               05  FILLER            pic x.
               05  cop-whs           pic x(2).
               05  FILLER            pic x.
               05  cop-item-code     pic x(5).
               05  FILLER            pic x.
               05  cop-class         pic x.
               05  FILLER            pic x.
               05  cop-sheet-date    pic 9(8).
               05  FILLER            pic x.
               05  cop-status        pic x.
               05  FILLER            pic x.
               05  cop-count-qty     pic 9(7).
               05  FILLER            pic x.
               05  cop-system-qty    pic 9(7).
               05  FILLER            pic x.
               05  cop-var-qty       pic s9(7).
               05  FILLER            pic x.
               05  cop-var-value     pic s9(9)v99.
               05  FILLER            pic x.
               05  cop-count-date    pic 9(8).

       01  ws-lot-table.
           03  ws-lot-entry occurs 5000 times.
               05  ltt-item-code     pic x(5).
               05  ltt-lot-no        pic x(10).
               05  ltt-qty           pic 9(7).
               05  ltt-rcpt-date     pic 9(8).
               05  ltt-order-no      pic x(6).

       01  ws-work-fields.
           03  ws-next-tag-no     pic 9(5).
           03  ws-tag-number      pic x(6).
           03  ws-lookup-code     pic x(5).
           03  ws-lookup-tag      pic x(6).
           03  ws-usage-total     pic 9(13)v99.
           03  ws-usage-cum       pic 9(13)v99.
           03  ws-limit-a         pic 9(13)v99.
           03  ws-limit-b         pic 9(13)v99.
           03  ws-interval        pic 9(3).
           03  ws-days-since      pic s9(8).
           03  ws-count-qty       pic 9(7).
           03  ws-var-qty         pic s9(7).
           03  ws-var-abs         pic 9(7).
           03  ws-var-value       pic s9(9)v99.
           03  ws-value-abs       pic 9(9)v99.
           03  ws-tol-qty         pic 9(7)v99.
           03  ws-new-stock       pic s9(8).
           03  ws-stock-before    pic 9(7).
           03  ws-stock-after     pic 9(7).
           03  ws-consume-qty     pic 9(7).
           03  ws-take-qty        pic 9(7).
           03  ws-reject-reason   pic x(25).
           03  ws-disposition     pic x(8).
           03  ws-approver        pic x(10).
           03  ws-jrnl-message    pic x(25).
           03  ws-abend-file      pic x(12).
           03  ws-abend-recno     pic 9(5).
           03  ws-abend-status    pic xx.

       procedure division.
       000-Main Section.
       000-begin.
           accept ws-today from date yyyymmdd.
           accept ws-time-raw from time.
           compute ws-today-int = function integer-of-date(ws-today).
           perform 010-begin.
           evaluate ws-step
               when 'G' perform 100-begin
               when 'C' perform 200-begin
               when 'R' perform 300-begin
           end-evaluate.
           STOP RUN.

       abend-open Section.
       998-begin.
           display 'FILE OPEN FAILED: ' ws-abend-file
                   ' STATUS ' ws-abend-status.
           display 'RUN STOPPED - CYCLE COUNT NOT PROCESSED'.
           move 16 to return-code.
           STOP RUN.

       abend-parm Section.
       996-begin.
           display 'INVALID STEP ON CCPARM'.
           display 'RUN STOPPED - CYCLE COUNT NOT PROCESSED'.
           move 16 to return-code.
           STOP RUN.

       abend-write Section.
       997-begin.
           display 'FILE WRITE FAILED: ' ws-abend-file
                   ' RECORD ' ws-abend-recno
                   ' STATUS ' ws-abend-status.
           display 'RUN STOPPED - CYCLE COUNT INCOMPLETE'.
           move 16 to return-code.
           STOP RUN.

       abend-capacity Section.
       999-begin.
           display 'TABLE CAPACITY EXCEEDED: ' ws-abend-file
                   ' RECORD ' ws-abend-recno.
           display 'RUN STOPPED - CYCLE COUNT NOT PROCESSED'.
           move 16 to return-code.
           STOP RUN.

       load-parms Section.
       010-begin.
           move space to ws-step.
           move 5   to ws-tol-pct.
           move 500 to ws-tol-value.
           move 30  to ws-days-a.
           move 90  to ws-days-b.
           move 180 to ws-days-c.
           move 365 to ws-usage-days.
           open input cc-parm.
           if ws-parm-status = '00'
               read cc-parm
                   at end set parm-eof-flag to 1
               end-read
               if parm-eof-flag = 0
                   perform 010-apply
               end-if
               close cc-parm
           end-if.
           if ws-parm-status not = '00'
               move 'CCPARM'         to ws-abend-file
               move ws-parm-status   to ws-abend-status
               perform 998-begin
           end-if.
           if ws-step not = 'G' and ws-step not = 'C'
              and ws-step not = 'R'
               perform 996-begin
           end-if.

       010-apply.
           move ccp-step to ws-step.
           if ccp-tol-pct numeric
               move ccp-tol-pct to ws-tol-pct
           end-if.
           if ccp-tol-value numeric
               move ccp-tol-value to ws-tol-value
           end-if.
           if ccp-days-a numeric and ccp-days-a > 0
               move ccp-days-a to ws-days-a
           end-if.
           if ccp-days-b numeric and ccp-days-b > 0
               move ccp-days-b to ws-days-b
           end-if.
           if ccp-days-c numeric and ccp-days-c > 0
               move ccp-days-c to ws-days-c
           end-if.
           if ccp-usage-days numeric and ccp-usage-days > 0
               move ccp-usage-days to ws-usage-days
           end-if.

       load-history Section.
       020-begin.
           open input cc-history.
           if ws-history-status = '00'
               move 0 to read-eof-flag
               perform 020-read until read-eof-flag = 1
               close cc-history
           end-if.

       020-read.
           read cc-history
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0 and cch-last-date numeric
               add 1 to history-row-counter
               if history-table-count < 5000
                   add 1 to history-table-count
                   move cch-item-code
                     to chs-item-code(history-table-count)
                   move cch-last-date
                     to chs-last-date(history-table-count)
               else
                   move 'CCHIST'            to ws-abend-file
                   move history-row-counter to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       load-open-tags Section.
       025-begin.
           open input cc-open.
           if ws-open-status = '00'
               move 0 to read-eof-flag
               perform 025-read until read-eof-flag = 1
               close cc-open
           end-if.

       025-read.
           read cc-open
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
               add 1 to open-row-counter
               if open-table-count < 5000
                   add 1 to open-table-count
                   move cc-open-record
                     to ws-open-entry(open-table-count)
               else
                   move 'CCOPEN'            to ws-abend-file
                   move open-row-counter    to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       load-tag-control Section.
       030-begin.
           move 1 to ws-next-tag-no.
           open input cc-control.
           if ws-control-status = '00'
               read cc-control
                   at end continue
               end-read
               if ccc-next-tag numeric
                   move ccc-next-tag to ws-next-tag-no
               end-if
               close cc-control
           end-if.

       save-tag-control Section.
       035-begin.
           open output cc-control.
           if ws-control-status not = '00'
               move 'CCCONTROL'        to ws-abend-file
               move ws-control-status  to ws-abend-status
               perform 998-begin
           end-if.
           move ws-next-tag-no to ccc-next-tag.
           write cc-control-record.
           close cc-control.

       load-control Section.
       040-begin.
           move 0 to ws-control-found ws-stock-delta.
           open input conv-control.
           if ws-conv-status = '00'
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
       045-begin.
           if ws-control-found = 1
               open output conv-control
               if ws-conv-status not = '00'
                   move 'CONVCTL'          to ws-abend-file
                   move ws-conv-status     to ws-abend-status
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

       load-lot-stock Section.
       075-begin.
           move 0 to ws-lot-loaded.
           open input lot-stock.
           if ws-lot-status = '00'
               move 1 to ws-lot-loaded
               move 0 to read-eof-flag
               perform 075-read until read-eof-flag = 1
               close lot-stock
           end-if.

       075-read.
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

       open-posting-files Section.
       050-begin.
           open i-o itemmaster.
           if ws-item-status not = '00'
               move 'ITEMMAST'       to ws-abend-file
               move ws-item-status   to ws-abend-status
               perform 998-begin
           end-if.
           open extend stock-journal.
           if ws-journal-status = '35'
               open output stock-journal
           end-if.
           if ws-journal-status not = '00'
               move 'STKJRNL'           to ws-abend-file
               move ws-journal-status   to ws-abend-status
               perform 998-begin
           end-if.
           open output cc-variance.
           if ws-variance-status not = '00'
               move 'CCVAR'              to ws-abend-file
               move ws-variance-status   to ws-abend-status
               perform 998-begin
           end-if.

       rewrite-open-tags Section.
       060-begin.
           open output cc-open.
           if ws-open-status not = '00'
               move 'CCOPEN'         to ws-abend-file
               move ws-open-status   to ws-abend-status
               perform 998-begin
           end-if.
           move 0 to ws-opn-idx.
           perform 060-write-one until ws-opn-idx >= open-table-count.
           close cc-open.

       060-write-one.
           add 1 to ws-opn-idx.
           if cop-status(ws-opn-idx) = 'O'
              or cop-status(ws-opn-idx) = 'H'
               move ws-open-entry(ws-opn-idx) to cc-open-record
               write cc-open-record
               if ws-open-status not = '00'
                   move 'CCOPEN'         to ws-abend-file
                   move ws-opn-idx       to ws-abend-recno
                   move ws-open-status   to ws-abend-status
                   perform 997-begin
               end-if
           end-if.

       rewrite-history Section.
       065-begin.
           open output cc-history.
           if ws-history-status not = '00'
               move 'CCHIST'            to ws-abend-file
               move ws-history-status   to ws-abend-status
               perform 998-begin
           end-if.
           move 0 to ws-hst-idx.
           perform 065-write-one
               until ws-hst-idx >= history-table-count.
           close cc-history.

       065-write-one.
           add 1 to ws-hst-idx.
           move spaces to cc-history-record.
           move chs-item-code(ws-hst-idx) to cch-item-code.
           move chs-last-date(ws-hst-idx) to cch-last-date.
           write cc-history-record.

       write-approval Section.
       070-begin.
           open output cc-approval.
           if ws-approval-status not = '00'
               move 'CCAPPROVL'          to ws-abend-file
               move ws-approval-status   to ws-abend-status
               perform 998-begin
           end-if.
           move 0 to ws-opn-idx.
           perform 070-write-one until ws-opn-idx >= open-table-count.
           close cc-approval.

       070-write-one.
           add 1 to ws-opn-idx.
           if cop-status(ws-opn-idx) = 'H'
               move spaces to cc-approval-line
               move cop-item-code(ws-opn-idx) to ITEM-CODE
               read itemmaster
                   invalid key move spaces to ITEM-DESC
               end-read
               move cop-tag(ws-opn-idx)        to cap-tag
               move cop-whs(ws-opn-idx)        to cap-whs
               move cop-item-code(ws-opn-idx)  to cap-item-code
               move ITEM-DESC                  to cap-item-desc
               move cop-class(ws-opn-idx)      to cap-class
               move cop-count-qty(ws-opn-idx)  to cap-count-qty
               move cop-system-qty(ws-opn-idx) to cap-system-qty
               move cop-var-qty(ws-opn-idx)    to cap-var-qty
               move cop-var-value(ws-opn-idx)  to cap-var-value
               move cop-count-date(ws-opn-idx) to cap-count-date
               move all '_' to cap-approved-by
               write cc-approval-line
           end-if.

       generate-sheets Section.
       100-begin.
           perform 110-begin.
           perform 020-begin.
           perform 025-begin.
           move 0 to ws-hst-idx.
           perform 100-mark-history
               until ws-hst-idx >= history-table-count.
           move 0 to ws-opn-idx.
           perform 100-mark-open until ws-opn-idx >= open-table-count.
           perform 120-begin.
           perform 130-begin.
           perform 140-begin.
           perform 030-begin.
           perform 150-begin.
           perform 035-begin.
           perform 060-begin.
           display 'ITEM RECORDS READ    :' item-row-counter.
           display 'CLASS A ITEMS        :' class-a-count.
           display 'CLASS B ITEMS        :' class-b-count.
           display 'CLASS C ITEMS        :' class-c-count.
           display 'COUNT TAGS ISSUED    :' sheet-table-count.

       100-mark-history.
           add 1 to ws-hst-idx.
           move chs-item-code(ws-hst-idx) to ws-lookup-code.
           perform 400-begin.
           if ws-lookup-found = 1
               move chs-last-date(ws-hst-idx)
                 to cit-last-date(ws-lookup-entry)
           end-if.

       100-mark-open.
           add 1 to ws-opn-idx.
           if cop-status(ws-opn-idx) = 'O'
              or cop-status(ws-opn-idx) = 'H'
               move cop-item-code(ws-opn-idx) to ws-lookup-code
               perform 400-begin
               if ws-lookup-found = 1
                   move 1 to cit-open-flag(ws-lookup-entry)
               end-if
           end-if.

       load-items Section.
       110-begin.
           open input itemmaster.
           if ws-item-status not = '00'
               move 'ITEMMAST'       to ws-abend-file
               move ws-item-status   to ws-abend-status
               perform 998-begin
           end-if.
           perform 110-read until item-eof-flag = 1.
           close itemmaster.

       110-read.
           read itemmaster next
               at end set item-eof-flag to 1
           end-read.
           if item-eof-flag = 0
               add 1 to item-row-counter
               if item-table-count < 5000
                   add 1 to item-table-count
                   move ITEM-CODE to cit-code(item-table-count)
                   move ITEM-DESC to cit-desc(item-table-count)
                   move ITEM-UOM  to cit-uom(item-table-count)
                   move ITEM-WHS  to cit-whs(item-table-count)
                   move ITEM-TYPE to cit-type(item-table-count)
                   if ITEM-COST numeric
                       move ITEM-COST to cit-cost(item-table-count)
                   else
                       move 0 to cit-cost(item-table-count)
                   end-if
                   move 0   to cit-usage-value(item-table-count)
                   move 'C' to cit-class(item-table-count)
                   move 0   to cit-last-date(item-table-count)
                   move 0   to cit-open-flag(item-table-count)
               else
                   move 'ITEMMAST'       to ws-abend-file
                   move item-row-counter to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       load-usage Section.
       120-begin.
           compute ws-usage-from = function date-of-integer
                   (ws-today-int - ws-usage-days).
           open input stock-journal.
           if ws-journal-status = '00'
               move 0 to read-eof-flag
               perform 120-read until read-eof-flag = 1
               close stock-journal
           end-if.

       120-read.
           read stock-journal
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
              and sjr-status = 'APPLIED'
              and sjr-reason = 'I'
              and sjr-message not = 'LOT DETAIL'
              and sjr-date numeric
              and sjr-qty numeric
              and sjr-date not < ws-usage-from
               move sjr-item-code to ws-lookup-code
               perform 400-begin
               if ws-lookup-found = 1
                   compute cit-usage-value(ws-lookup-entry) =
                           cit-usage-value(ws-lookup-entry)
                         + sjr-qty * cit-cost(ws-lookup-entry)
               end-if
           end-if.

       classify-abc Section.
       130-begin.
           move 0 to ws-usage-total.
           move 0 to ws-itm-idx.
           perform 130-rank-one until ws-itm-idx >= item-table-count.
           if rank-table-count > 1
               move 1 to ws-sort-flag
               perform 130-pass until ws-sort-flag = 0
           end-if.
           compute ws-limit-a = ws-usage-total * 0.80.
           compute ws-limit-b = ws-usage-total * 0.95.
           move 0 to ws-usage-cum.
           move 0 to ws-rnk-idx.
           perform 130-class-one until ws-rnk-idx >= rank-table-count.
           compute class-c-count = item-table-count
                                 - class-a-count - class-b-count.

       130-rank-one.
           add 1 to ws-itm-idx.
           if cit-usage-value(ws-itm-idx) > 0
               add 1 to rank-table-count
               move ws-itm-idx to crk-item-idx(rank-table-count)
               add cit-usage-value(ws-itm-idx) to ws-usage-total
           end-if.

       130-pass.
           move 0 to ws-sort-flag.
           move 1 to ws-sort-idx.
           perform 130-compare until ws-sort-idx >= rank-table-count.

       130-compare.
           if cit-usage-value(crk-item-idx(ws-sort-idx)) <
              cit-usage-value(crk-item-idx(ws-sort-idx + 1))
               move crk-item-idx(ws-sort-idx) to ws-found-idx
               move crk-item-idx(ws-sort-idx + 1)
                 to crk-item-idx(ws-sort-idx)
               move ws-found-idx to crk-item-idx(ws-sort-idx + 1)
               move 1 to ws-sort-flag
           end-if.
           add 1 to ws-sort-idx.

       130-class-one.
           add 1 to ws-rnk-idx.
           move crk-item-idx(ws-rnk-idx) to ws-itm-idx.
           if ws-usage-cum < ws-limit-a
               move 'A' to cit-class(ws-itm-idx)
               add 1 to class-a-count
           else
               if ws-usage-cum < ws-limit-b
                   move 'B' to cit-class(ws-itm-idx)
                   add 1 to class-b-count
               end-if
           end-if.
           add cit-usage-value(ws-itm-idx) to ws-usage-cum.

       select-items Section.
       140-begin.
           move 0 to ws-itm-idx.
           perform 140-select-one until ws-itm-idx >= item-table-count.
           if sheet-table-count > 1
               move 1 to ws-sort-flag
               perform 140-pass until ws-sort-flag = 0
           end-if.

       140-select-one.
           add 1 to ws-itm-idx.
           if cit-open-flag(ws-itm-idx) = 0
              and cit-type(ws-itm-idx) not = 'P'
               evaluate cit-class(ws-itm-idx)
                   when 'A' move ws-days-a to ws-interval
                   when 'B' move ws-days-b to ws-interval
                   when other move ws-days-c to ws-interval
               end-evaluate
               if cit-last-date(ws-itm-idx) = 0
                   move 99999 to ws-days-since
               else
                   compute ws-days-since = ws-today-int -
                       function integer-of-date
                           (cit-last-date(ws-itm-idx))
               end-if
               if ws-days-since not < ws-interval
                   add 1 to sheet-table-count
                   move cit-whs(ws-itm-idx)
                     to cst-whs(sheet-table-count)
                   move cit-code(ws-itm-idx)
                     to cst-item-code(sheet-table-count)
                   move ws-itm-idx to cst-item-idx(sheet-table-count)
               end-if
           end-if.

       140-pass.
           move 0 to ws-sort-flag.
           move 1 to ws-sort-idx.
           perform 140-compare until ws-sort-idx >= sheet-table-count.

       140-compare.
           if cst-key(ws-sort-idx) > cst-key(ws-sort-idx + 1)
               move ws-sheet-entry(ws-sort-idx) to ws-sheet-hold
               move ws-sheet-entry(ws-sort-idx + 1)
                 to ws-sheet-entry(ws-sort-idx)
               move ws-sheet-hold to ws-sheet-entry(ws-sort-idx + 1)
               move 1 to ws-sort-flag
           end-if.
           add 1 to ws-sort-idx.

       write-sheets Section.
       150-begin.
           open output cc-sheet.
           if ws-sheet-status not = '00'
               move 'CCSHEET'         to ws-abend-file
               move ws-sheet-status   to ws-abend-status
               perform 998-begin
           end-if.
           move 0 to ws-sht-idx.
           perform 150-write-one until ws-sht-idx >= sheet-table-count.
           close cc-sheet.

       150-write-one.
           add 1 to ws-sht-idx.
           move cst-item-idx(ws-sht-idx) to ws-itm-idx.
           move spaces to ws-tag-number.
           string 'C'            delimited by size
                  ws-next-tag-no delimited by size
                  into ws-tag-number.
           add 1 to ws-next-tag-no.
           move spaces to cc-sheet-line.
           move cit-whs(ws-itm-idx)   to csh-whs.
           move ws-tag-number         to csh-tag.
           move cit-code(ws-itm-idx)  to csh-item-code.
           move cit-desc(ws-itm-idx)  to csh-item-desc.
           move cit-uom(ws-itm-idx)   to csh-uom.
           move cit-class(ws-itm-idx) to csh-class.
           move all '_' to csh-count-qty.
           move all '_' to csh-counted-by.
           write cc-sheet-line.
           if ws-sheet-status not = '00'
               move 'CCSHEET'         to ws-abend-file
               move ws-sht-idx        to ws-abend-recno
               move ws-sheet-status   to ws-abend-status
               perform 997-begin
           end-if.
           if open-table-count < 5000
               add 1 to open-table-count
               move spaces to ws-open-entry(open-table-count)
               move ws-tag-number  to cop-tag(open-table-count)
               move cit-whs(ws-itm-idx)
                 to cop-whs(open-table-count)
               move cit-code(ws-itm-idx)
                 to cop-item-code(open-table-count)
               move cit-class(ws-itm-idx)
                 to cop-class(open-table-count)
               move ws-today       to cop-sheet-date(open-table-count)
               move 'O'            to cop-status(open-table-count)
               move 0              to cop-count-qty(open-table-count)
               move 0              to cop-system-qty(open-table-count)
               move 0              to cop-var-qty(open-table-count)
               move 0              to cop-var-value(open-table-count)
               move 0              to cop-count-date(open-table-count)
           else
               move 'CCOPEN'         to ws-abend-file
               move ws-sht-idx       to ws-abend-recno
               perform 999-begin
           end-if.

       enter-counts Section.
       200-begin.
           perform 020-begin.
           perform 025-begin.
           perform 040-begin.
           perform 050-begin.
           perform 075-begin.
           open input cc-count.
           if ws-count-status not = '00'
               move 1 to read-eof-flag
           else
               move 0 to read-eof-flag
           end-if.
           perform 210-begin until read-eof-flag = 1.
           if ws-count-status = '00' or ws-count-status = '10'
               close cc-count
           end-if.
           perform 070-begin.
           close itemmaster.
           close stock-journal.
           close cc-variance.
           perform 060-begin.
           perform 065-begin.
           perform 045-begin.
           perform 080-begin.
           display 'COUNT LINES READ     :' input-row-counter.
           display 'COUNTS POSTED        :' posted-count.
           display 'COUNTS HELD          :' held-count.
           display 'COUNTS REJECTED      :' rejected-count.

       count-processor Section.
       210-begin.
           read cc-count
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
               add 1 to input-row-counter
               perform 220-begin
           end-if.

       apply-count Section.
       220-begin.
           move 0 to ws-reject-flag ws-found-idx.
           move spaces to ws-reject-reason ws-approver.
           move 0 to ws-count-qty ws-var-qty ws-var-value.
           move 0 to ws-stock-before ws-stock-after.
           move cnt-tag to ws-lookup-tag.
           perform 410-begin.
           if ws-found-idx = 0
              or cop-item-code(ws-found-idx) not = cnt-item-code
               move 1 to ws-reject-flag
               move 'UNKNOWN COUNT TAG' to ws-reject-reason
           else
               if cop-status(ws-found-idx) not = 'O'
                   move 1 to ws-reject-flag
                   move 'TAG ALREADY COUNTED' to ws-reject-reason
               end-if
           end-if.
           if ws-reject-flag = 0
               if cnt-qty not numeric
                   move 1 to ws-reject-flag
                   move 'BAD QUANTITY' to ws-reject-reason
               else
                   move cnt-qty to ws-count-qty
               end-if
           end-if.
           if ws-reject-flag = 0
               move cnt-item-code to ITEM-CODE
               read itemmaster
                   invalid key
                       move 1 to ws-reject-flag
                       move 'ITEM NOT FOUND' to ws-reject-reason
               end-read
           end-if.
           if ws-reject-flag = 0
               perform 220-measure
           end-if.
           if ws-reject-flag = 1
               move 'REJECTED' to ws-disposition
               add 1 to rejected-count
               perform 520-begin
           end-if.

       220-measure.
           move ITEM-STOCK to ws-stock-before.
           compute ws-var-qty = ws-count-qty - ITEM-STOCK.
           if ITEM-COST numeric
               compute ws-var-value rounded = ws-var-qty * ITEM-COST
           else
               move 0 to ws-var-value
           end-if.
           move ws-var-qty   to ws-var-abs.
           move ws-var-value to ws-value-abs.
           compute ws-tol-qty = ITEM-STOCK * ws-tol-pct / 100.
           move 0 to ws-within-flag.
           if ws-var-abs not > ws-tol-qty
              and ws-value-abs not > ws-tol-value
               move 1 to ws-within-flag
           end-if.
           move ws-count-qty   to cop-count-qty(ws-found-idx).
           move ITEM-STOCK     to cop-system-qty(ws-found-idx).
           move ws-var-qty     to cop-var-qty(ws-found-idx).
           move ws-var-value   to cop-var-value(ws-found-idx).
           move ws-today       to cop-count-date(ws-found-idx).
           if ws-within-flag = 1
               move ws-count-qty to ws-new-stock
               move 'CYCLE COUNT' to ws-jrnl-message
               perform 500-begin
               move 'P' to cop-status(ws-found-idx)
               move 'POSTED' to ws-disposition
               add 1 to posted-count
               perform 420-begin
           else
               move 'H' to cop-status(ws-found-idx)
               move 'HELD' to ws-disposition
               move 'OVER TOLERANCE' to ws-reject-reason
               add 1 to held-count
           end-if.
           perform 520-begin.

       release-counts Section.
       300-begin.
           perform 020-begin.
           perform 025-begin.
           perform 040-begin.
           perform 050-begin.
           perform 075-begin.
           open input cc-release.
           if ws-release-status not = '00'
               move 1 to read-eof-flag
           else
               move 0 to read-eof-flag
           end-if.
           perform 310-begin until read-eof-flag = 1.
           if ws-release-status = '00' or ws-release-status = '10'
               close cc-release
           end-if.
           perform 070-begin.
           close itemmaster.
           close stock-journal.
           close cc-variance.
           perform 060-begin.
           perform 065-begin.
           perform 045-begin.
           perform 080-begin.
           display 'RELEASE LINES READ   :' input-row-counter.
           display 'COUNTS RELEASED      :' released-count.
           display 'COUNTS SENT RECOUNT  :' recount-count.
           display 'RELEASES REJECTED    :' rejected-count.

       release-processor Section.
       310-begin.
           read cc-release
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
               add 1 to input-row-counter
               perform 320-begin
           end-if.

       apply-release Section.
       320-begin.
           move 0 to ws-reject-flag ws-found-idx.
           move spaces to ws-reject-reason.
           move rel-approver to ws-approver.
           move 0 to ws-count-qty ws-var-qty ws-var-value.
           move 0 to ws-stock-before ws-stock-after.
           move rel-tag to ws-lookup-tag.
           perform 410-begin.
           if ws-found-idx = 0
               move 1 to ws-reject-flag
               move 'UNKNOWN COUNT TAG' to ws-reject-reason
           else
               move cop-count-qty(ws-found-idx) to ws-count-qty
               move cop-var-qty(ws-found-idx)   to ws-var-qty
               move cop-var-value(ws-found-idx) to ws-var-value
               if cop-status(ws-found-idx) not = 'H'
                   move 1 to ws-reject-flag
                   move 'TAG NOT HELD' to ws-reject-reason
               end-if
           end-if.
           if ws-reject-flag = 0
               evaluate rel-action
                   when 'A' perform 320-approve
                   when 'R' perform 320-recount
                   when other
                       move 1 to ws-reject-flag
                       move 'INVALID ACTION CODE' to ws-reject-reason
               end-evaluate
           end-if.
           if ws-reject-flag = 1
               move 'REJECTED' to ws-disposition
               add 1 to rejected-count
           end-if.
           perform 520-begin.

       320-approve.
           move cop-item-code(ws-found-idx) to ITEM-CODE.
           read itemmaster
               invalid key
                   move 1 to ws-reject-flag
                   move 'ITEM NOT FOUND' to ws-reject-reason
           end-read.
           if ws-reject-flag = 0
               move ITEM-STOCK to ws-stock-before
               compute ws-new-stock = ITEM-STOCK + ws-var-qty
               if ws-new-stock < 0
                   move 1 to ws-reject-flag
                   move 'COUNT EXCEEDS ON HAND' to ws-reject-reason
               else
                   if ws-new-stock > 9999999
                       move 1 to ws-reject-flag
                       move 'STOCK FIELD OVERFLOW' to ws-reject-reason
                   end-if
               end-if
               if ws-reject-flag = 0
                   move 'CYCLE COUNT RELEASED' to ws-jrnl-message
                   perform 500-begin
                   move 'P' to cop-status(ws-found-idx)
                   move 'RELEASED' to ws-disposition
                   add 1 to released-count
                   perform 420-begin
               else
                   move ws-stock-before to ws-stock-after
                   perform 510-begin
               end-if
           end-if.

       320-recount.
           move 'X' to cop-status(ws-found-idx).
           move 'RECOUNT' to ws-disposition.
           move 'COUNT REJECTED BY SUPV' to ws-reject-reason.
           add 1 to recount-count.

       find-item Section.
       400-begin.
           move 0 to ws-lookup-found ws-lookup-entry.
           if item-table-count > 0
               search all ws-item-entry
                   at end continue
                   when cit-code(cit-x) = ws-lookup-code
                       set ws-lookup-entry to cit-x
                       move 1 to ws-lookup-found
               end-search
           end-if.

       find-tag Section.
       410-begin.
           move 0 to ws-found-idx.
           move 0 to ws-opn-idx.
           perform 410-scan until ws-opn-idx >= open-table-count.

       410-scan.
           add 1 to ws-opn-idx.
           if cop-tag(ws-opn-idx) = ws-lookup-tag
               move ws-opn-idx to ws-found-idx
               move open-table-count to ws-opn-idx
           end-if.

       update-history Section.
       420-begin.
           move 0 to ws-lookup-found.
           move 0 to ws-hst-idx.
           perform 420-scan until ws-hst-idx >= history-table-count.
           if ws-lookup-found = 0
               if history-table-count < 5000
                   add 1 to history-table-count
                   move cop-item-code(ws-found-idx)
                     to chs-item-code(history-table-count)
                   move ws-today
                     to chs-last-date(history-table-count)
               else
                   move 'CCHIST'            to ws-abend-file
                   move input-row-counter   to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       420-scan.
           add 1 to ws-hst-idx.
           if chs-item-code(ws-hst-idx) = cop-item-code(ws-found-idx)
               move ws-today to chs-last-date(ws-hst-idx)
               move 1 to ws-lookup-found
               move history-table-count to ws-hst-idx
           end-if.

       post-count Section.
       500-begin.
           move ws-new-stock to ws-stock-after.
           add ws-stock-after to ws-stock-delta.
           subtract ws-stock-before from ws-stock-delta.
           move ws-stock-after to ITEM-STOCK.
           rewrite ITEM-RECORD.
           if ws-item-status not = '00'
               move 'ITEMMAST'          to ws-abend-file
               move input-row-counter   to ws-abend-recno
               move ws-item-status      to ws-abend-status
               perform 997-begin
           end-if.
           if ws-stock-after < ws-stock-before
               perform 530-begin
           end-if.
           perform 510-begin.

       write-journal Section.
       510-begin.
           move spaces to stock-journal-record.
           move ws-today to sjr-date.
           move ws-time-hhmmss to sjr-time.
           move cop-tag(ws-found-idx) to sjr-order-no.
           move cop-item-code(ws-found-idx) to sjr-item-code.
           move 'C' to sjr-reason.
           move ws-var-qty to ws-var-abs.
           move ws-var-abs to sjr-qty.
           if ws-reject-flag = 1
               move 'REJECTED' to sjr-status
               move ws-reject-reason to sjr-message
           else
               move 'APPLIED' to sjr-status
               move ws-jrnl-message to sjr-message
           end-if.
           move ws-stock-before to sjr-before.
           move ws-stock-after to sjr-after.
           write stock-journal-record.
           if ws-journal-status not = '00'
               move 'STKJRNL'           to ws-abend-file
               move input-row-counter   to ws-abend-recno
               move ws-journal-status   to ws-abend-status
               perform 997-begin
           end-if.

       write-variance Section.
       520-begin.
           move spaces to cc-variance-line.
           if ws-found-idx > 0
               move cop-tag(ws-found-idx)       to cvr-tag
               move cop-whs(ws-found-idx)       to cvr-whs
               move cop-item-code(ws-found-idx) to cvr-item-code
               move cop-class(ws-found-idx)     to cvr-class
               move cop-system-qty(ws-found-idx) to cvr-system-qty
           else
               move ws-lookup-tag               to cvr-tag
               move 0 to cvr-system-qty
           end-if.
           if ws-step = 'C'
               move cnt-item-code to cvr-item-code
           end-if.
           move ws-count-qty     to cvr-count-qty.
           move ws-var-qty       to cvr-var-qty.
           move ws-var-value     to cvr-var-value.
           move ws-disposition   to cvr-disposition.
           move ws-reject-reason to cvr-message.
           move ws-approver      to cvr-approver.
           write cc-variance-line.
           if ws-variance-status not = '00'
               move 'CCVAR'              to ws-abend-file
               move input-row-counter    to ws-abend-recno
               move ws-variance-status   to ws-abend-status
               perform 997-begin
           end-if.

       consume-lots Section.
       530-begin.
           compute ws-consume-qty = ws-stock-before - ws-stock-after.
           perform 530-fifo-step until ws-consume-qty = 0.

       530-fifo-step.
           move 0 to ws-lot-found-idx.
           move 1 to ws-lot-idx.
           perform 530-oldest until ws-lot-idx > lot-table-count.
           if ws-lot-found-idx = 0
               move 0 to ws-consume-qty
           else
               if ltt-qty(ws-lot-found-idx) < ws-consume-qty
                   move ltt-qty(ws-lot-found-idx) to ws-take-qty
               else
                   move ws-consume-qty to ws-take-qty
               end-if
               subtract ws-take-qty from ltt-qty(ws-lot-found-idx)
               subtract ws-take-qty from ws-consume-qty
               if ws-take-qty > 0
                   perform 530-journal
               end-if
           end-if.

       530-oldest.
           if ltt-item-code(ws-lot-idx) = cop-item-code(ws-found-idx)
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

       530-journal.
           move spaces to stock-journal-record.
           move ws-today to sjr-date.
           move ws-time-hhmmss to sjr-time.
           move cop-tag(ws-found-idx) to sjr-order-no.
           move cop-item-code(ws-found-idx) to sjr-item-code.
           move 'C' to sjr-reason.
           move ltt-lot-no(ws-lot-found-idx) to sjr-lot-no.
           move ws-take-qty to sjr-qty.
           move 'APPLIED' to sjr-status.
           move 'LOT DETAIL' to sjr-message.
           compute sjr-before =
                   ltt-qty(ws-lot-found-idx) + ws-take-qty.
           move ltt-qty(ws-lot-found-idx) to sjr-after.
           write stock-journal-record.
           if ws-journal-status not = '00'
               move 'STKJRNL'           to ws-abend-file
               move input-row-counter   to ws-abend-recno
               move ws-journal-status   to ws-abend-status
               perform 997-begin
           end-if.
