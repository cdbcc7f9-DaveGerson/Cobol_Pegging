       identification division.
       program-id. Wo_Release.
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
           Select work-orders assign 'E:\MRP_Shampoo\WORKORD.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-workord-status.
           Select release-file assign 'E:\MRP_Shampoo\WORELEASE.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-release-status.
           Select so-control assign 'E:\MRP_Shampoo\SOCONTROL.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-so-ctl-status.
           Select shop-orders assign 'E:\MRP_Shampoo\SHOPORD.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-shop-status.
           Select receipts-file assign 'E:\MRP_Shampoo\RECEIPTS.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-receipt-status.
           Select whs-stock-file assign 'E:\MRP_Shampoo\WHSSTOCK.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-whstk-status.
           Select pick-list assign 'E:\MRP_Shampoo\PICKLIST.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-pick-status.
           Select completions assign 'E:\MRP_Shampoo\WOCOMPL.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-compl-status.
           Select stock-journal assign 'E:\MRP_Shampoo\STKJRNL.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-journal-status.
           Select conv-control assign 'E:\MRP_Shampoo\CONVCTL.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-control-status.
           Select variance-report assign 'E:\MRP_Shampoo\WOVAR.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-var-status.
           Select lot-stock assign 'E:\MRP_Shampoo\LOTSTOCK.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-lot-status.
           Select lot-genealogy assign 'E:\MRP_Shampoo\LOTGENE.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-gene-status.

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
       fd work-orders.
       01 work-order-line.
          03 wo-item-code PIC x(5).
          03 FILLER PIC x.
          03 wo-item-desc PIC x(26).
          03 FILLER PIC x.
          03 wo-order-qty PIC   9(7)V999.
          03 FILLER PIC x.
          03 wo-release-date PIC   9(8).
          03 FILLER PIC x.
          03 wo-need-date PIC   9(8).
          03 FILLER PIC x.
          03 wo-root-code PIC x(5).
          03 FILLER PIC x.
          03 wo-order-no PIC x(6).
       fd release-file.
       01 release-record.
          03 rls-line-no PIC x(4).
          03 FILLER PIC x.
          03 rls-action PIC x.
          03 FILLER PIC x.
          03 rls-qty PIC x(10).
          03 FILLER PIC x.
          03 rls-date PIC x(8).
       fd so-control.
       01 so-control-record.
          03 ctl-next-so PIC 9(5).
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
       fd receipts-file.
       01 receipt-record.
          03 rcpt-order-no PIC x(6).
          03 FILLER PIC x.
          03 rcpt-item-code PIC x(5).
          03 FILLER PIC x.
          03 rcpt-qty PIC 9(7).
          03 FILLER PIC x.
          03 rcpt-due-date PIC 9(8).
       fd whs-stock-file.
       01 whs-stock-record.
          03 whstk-item-code PIC x(5).
          03 FILLER PIC x.
          03 whstk-whs PIC x(2).
          03 FILLER PIC x.
          03 whstk-qty PIC 9(7).
       fd pick-list.
       01 pick-header.
          03 pkh-label PIC x(10).
          03 FILLER PIC x.
          03 pkh-order-no PIC x(6).
          03 FILLER PIC x.
          03 pkh-item-code PIC x(5).
          03 FILLER PIC x.
          03 pkh-item-desc PIC x(26).
          03 FILLER PIC x.
          03 pkh-order-qty PIC   9(7)V999.
          03 FILLER PIC x.
          03 pkh-release-date PIC   9(8).
          03 FILLER PIC x.
          03 pkh-need-date PIC   9(8).
          03 FILLER PIC x.
          03 pkh-ref-order-no PIC x(6).
       01 pick-line.
          03 pkl-order-no PIC x(6).
          03 FILLER PIC x.
          03 pkl-comp-code PIC x(5).
          03 FILLER PIC x.
          03 pkl-comp-desc PIC x(26).
          03 FILLER PIC x.
          03 pkl-uom PIC x(6).
          03 FILLER PIC x.
          03 pkl-whs PIC x(2).
          03 FILLER PIC x.
          03 pkl-ratio PIC   9(5)V999.
          03 FILLER PIC x.
          03 pkl-req-qty PIC   9(7)V999.
          03 FILLER PIC x.
          03 pkl-whs-qty PIC   9(7).
          03 FILLER PIC x.
          03 pkl-flag PIC x(8).
       fd completions.
       01 completion-record.
          03 wcp-type PIC x.
          03 FILLER PIC x.
          03 wcp-order-no PIC x(6).
          03 FILLER PIC x.
          03 wcp-item-code PIC x(5).
          03 FILLER PIC x.
          03 wcp-qty PIC x(7).
          03 FILLER PIC x.
          03 wcp-scrap-qty PIC x(7).
          03 FILLER PIC x.
          03 wcp-lot-no PIC x(10).
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
       fd variance-report.
       01 variance-line.
          03 wvr-order-no PIC x(6).
          03 FILLER PIC x.
          03 wvr-parent-code PIC x(5).
          03 FILLER PIC x.
          03 wvr-comp-code PIC x(5).
          03 FILLER PIC x.
          03 wvr-std-qty PIC   9(7)V999.
          03 FILLER PIC x.
          03 wvr-act-qty PIC   9(7)V999.
          03 FILLER PIC x.
          03 wvr-var-qty PIC   S9(7)V999.
          03 FILLER PIC x.
          03 wvr-var-value PIC   S9(9)V99.
          03 FILLER PIC x.
          03 wvr-flag PIC x(8).
          03 FILLER PIC x.
          03 wvr-message PIC x(25).
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
       working-storage section.
       01  ws-numerics             comp value low-values.
           03  bom-eof-flag        pic 9.
           03  read-eof-flag       pic 9.
           03  workord-eof-flag    pic 9.
           03  bom-table-count     pic 9(4).
           03  so-table-count      pic 9(4).
           03  receipt-table-count pic 9(4).
           03  whstk-table-count   pic 9(4).
           03  release-row-counter pic 9(4).
           03  release-table-count pic 9(4).
           03  workord-row-counter pic 9(4).
           03  compl-row-counter   pic 9(4).
           03  compl-table-count   pic 9(4).
           03  req-table-count     pic 9(4).
           03  stack-ptr           pic 9(4).
           03  released-count      pic 9(4).
           03  rejected-count      pic 9(4).
           03  skipped-count       pic 9(4).
           03  pick-line-count     pic 9(4).
           03  completed-count     pic 9(4).
           03  compl-reject-count  pic 9(4).
           03  posted-count        pic 9(4).
           03  post-reject-count   pic 9(4).
           03  variance-count      pic 9(4).
           03  ws-rls-idx          pic 9(4).
           03  ws-found-idx        pic 9(4).
           03  ws-so-idx           pic 9(4).
           03  ws-so-found-idx     pic 9(4).
           03  ws-rct-idx          pic 9(4).
           03  ws-rct-found-idx    pic 9(4).
           03  ws-bom-idx          pic 9(4).
           03  ws-wst-idx          pic 9(4).
           03  ws-cpl-idx          pic 9(4).
           03  ws-use-idx          pic 9(4).
           03  ws-req-idx          pic 9(4).
           03  ws-req-found-idx    pic 9(4).
           03  ws-reject-flag      pic 9.
           03  ws-bom-effective    pic 9.
           03  ws-so-loaded        pic 9.
           03  lot-table-count     pic 9(4).
           03  ws-lot-idx          pic 9(4).
           03  ws-lot-found-idx    pic 9(4).
           03  ws-lot-loaded       pic 9.
           03  ws-comp-reject      pic 9.
           03  genealogy-count     pic 9(5).

       01  ws-item-status     pic xx.
       01  ws-bom-status      pic xx.
       01  ws-workord-status  pic xx.
       01  ws-release-status  pic xx.
       01  ws-so-ctl-status   pic xx.
       01  ws-shop-status     pic xx.
       01  ws-receipt-status  pic xx.
       01  ws-whstk-status    pic xx.
       01  ws-pick-status     pic xx.
       01  ws-compl-status    pic xx.
       01  ws-journal-status  pic xx.
       01  ws-control-status  pic xx.
       01  ws-var-status      pic xx.
       01  ws-lot-status      pic xx.
       01  ws-gene-status     pic xx.

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
           03  ws-today-x redefines ws-today pic x(8).
           03  ws-time-raw        pic 9(8).
           03  ws-time-raw-x redefines ws-time-raw.
               05  ws-time-hhmmss pic 9(6).
               05  FILLER         pic 9(2).

       01  ws-bom-table.
           03  ws-bom-entry occurs 5000 times.
               05  wbt-toplvl        pic x(5).
               05  wbt-complvl       pic x(5).
               05  wbt-ratio         pic 99v999.
               05  wbt-eff-start     pic x(8).
               05  wbt-eff-end       pic x(8).

       01  ws-release-table.
           03  ws-release-entry occurs 5000 times.
               05  rlt-line-no       pic 9(4).
               05  rlt-action        pic x.
               05  rlt-qty           pic x(10).
               05  rlt-date          pic x(8).

       01  ws-so-table.
           03  ws-so-entry occurs 5000 times.
               05  sot-order-no      pic x(6).
               05  FILLER            pic x.
               05  sot-item-code     pic x(5).
               05  FILLER            pic x.
               05  sot-item-desc     pic x(26).
               05  FILLER            pic x.
               05  sot-order-qty     pic 9(7)v999.
               05  FILLER            pic x.
               05  sot-release-date  pic 9(8).
               05  FILLER            pic x.
               05  sot-need-date     pic 9(8).
               05  FILLER            pic x.
               05  sot-status        pic x.
               05  FILLER            pic x.
               05  sot-ref-order-no  pic x(6).
               05  FILLER            pic x.
               05  sot-done-qty      pic 9(7)v999.
               05  FILLER            pic x.
               05  sot-scrap-qty     pic 9(7)v999.

       01  ws-receipt-table.
           03  ws-receipt-entry occurs 2000 times.
               05  rct-order-no      pic x(6).
               05  rct-item-code     pic x(5).
               05  rct-qty           pic 9(7).
               05  rct-due-date      pic 9(8).
               05  rct-closed-flag   pic 9.

       01  ws-whsstock-table.
           03  ws-whsstock-entry occurs 5000 times.
               05  wst-item-code     pic x(5).
               05  wst-whs           pic x(2).
               05  wst-qty           pic 9(7).

       01  ws-completion-table.
           03  ws-completion-entry occurs 2000 times.
               05  cpt-type          pic x.
               05  cpt-order-no      pic x(6).
               05  cpt-item-code     pic x(5).
               05  cpt-qty           pic x(7).
               05  cpt-scrap-qty     pic x(7).
               05  cpt-lot-no        pic x(10).
               05  cpt-used-flag     pic 9.

       01  ws-lot-table.
           03  ws-lot-entry occurs 5000 times.
               05  ltt-item-code     pic x(5).
               05  ltt-lot-no        pic x(10).
               05  ltt-qty           pic 9(7).
               05  ltt-rcpt-date     pic 9(8).
               05  ltt-order-no      pic x(6).

       01  ws-stack.
           03  ws-stack-entry occurs 200 times.
               05  stk-code          pic x(5).
               05  stk-ratio         pic 9(5)v999.

       01  ws-req-table.
           03  ws-req-entry occurs 500 times.
               05  req-comp-code     pic x(5).
               05  req-ratio         pic 9(5)v999.
               05  req-std-qty       pic 9(7)v999.
               05  req-issue-qty     pic 9(7).
               05  req-usage-flag    pic 9.

       01  ws-work-fields.
           03  ws-next-so-no      pic 9(5).
           03  ws-so-number       pic x(6).
           03  ws-firm-qty        pic 9(7)v999.
           03  ws-firm-date       pic 9(8).
           03  ws-rcpt-whole      pic 9(7).
           03  ws-rcpt-rem        pic 9(7)v999.
           03  ws-explode-code    pic x(5).
           03  ws-explode-ratio   pic 9(5)v999.
           03  ws-child-ratio     pic 9(5)v999.
           03  ws-child-type      pic x.
           03  ws-good-qty        pic 9(7).
           03  ws-scrap-qty       pic 9(7).
           03  ws-made-qty        pic 9(7).
           03  ws-issue-calc      pic 9(9)v999.
           03  ws-issue-whole     pic 9(9).
           03  ws-issue-rem       pic 9(9)v999.
           03  ws-std-whole       pic 9(9).
           03  ws-std-rem         pic 9(9)v999.
           03  ws-var-qty         pic s9(7)v999.
           03  ws-var-value       pic s9(9)v99.
           03  ws-var-flag        pic x(8).
           03  ws-var-comp        pic x(5).
           03  ws-var-std-qty     pic 9(7)v999.
           03  ws-var-act-qty     pic 9(7)v999.
           03  ws-var-message     pic x(25).
           03  ws-parent-code     pic x(5).
           03  ws-cur-order       pic x(6).
           03  ws-post-item       pic x(5).
           03  ws-post-reason     pic x.
           03  ws-post-qty        pic 9(7).
           03  ws-post-message    pic x(25).
           03  ws-post-cost       pic 9(5)v99.
           03  ws-post-lot        pic x(10).
           03  ws-parent-lot      pic x(10).
           03  ws-alloc-qty       pic 9(7).
           03  ws-alloc-lot       pic x(10).
           03  ws-comp-cost       pic 9(5)v99.
           03  ws-comp-reason     pic x(25).
           03  ws-stock-before    pic 9(7).
           03  ws-stock-after     pic 9(7).
           03  ws-reject-reason   pic x(25).
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
           perform 016-begin.
           perform 017-begin.
           perform 018-begin.
           perform 020-begin.
           perform 030-begin.
           perform 070-begin.
           perform 080-begin.
           perform 085-begin.
           perform 035-begin.
           open output pick-list.
           if ws-pick-status not = '00'
               move 'PICKLIST'        to ws-abend-file
               move ws-pick-status    to ws-abend-status
               perform 998-begin
           end-if.
           open output variance-report.
           if ws-var-status not = '00'
               move 'WOVAR'           to ws-abend-file
               move ws-var-status     to ws-abend-status
               perform 998-begin
           end-if.
           open input work-orders.
           if ws-workord-status not = '00'
               move 1 to workord-eof-flag
           end-if.
           perform release-processor until workord-eof-flag = 1.
           if ws-workord-status = '00' or ws-workord-status = '10'
               close work-orders
           end-if.
           move 1 to ws-cpl-idx.
           perform completion-processor
               until ws-cpl-idx > compl-table-count.
           perform 260-begin.
           close itemmaster.
           close stock-journal.
           close lot-genealogy.
           close pick-list.
           close variance-report.
           perform 050-begin.
           perform 060-begin.
           perform 090-begin.
           perform 045-begin.
           perform 040-begin.
           display 'WORK ORDER LINES READ:' workord-row-counter.
           display 'SHOP ORDERS RELEASED :' released-count.
           display 'LINES REJECTED       :' rejected-count.
           display 'LINES WITHOUT ACTION :' skipped-count.
           display 'PICK LIST LINES      :' pick-line-count.
           display 'COMPLETIONS POSTED   :' completed-count.
           display 'COMPLETIONS REJECTED :' compl-reject-count.
           display 'STOCK LINES POSTED   :' posted-count.
           display 'STOCK LINES REJECTED :' post-reject-count.
           display 'VARIANCE LINES       :' variance-count.
           display 'GENEALOGY LINES      :' genealogy-count.
           STOP RUN.

       abend-open Section.
       998-begin.
           display 'FILE OPEN FAILED: ' ws-abend-file
                   ' STATUS ' ws-abend-status.
           display 'RUN STOPPED - NO ORDERS RELEASED'.
           move 16 to return-code.
           STOP RUN.

       abend-write Section.
       997-begin.
           display 'FILE WRITE FAILED: ' ws-abend-file
                   ' RECORD ' ws-abend-recno
                   ' STATUS ' ws-abend-status.
           display 'RUN STOPPED - RELEASE INCOMPLETE'.
           move 16 to return-code.
           STOP RUN.

       abend-capacity Section.
       999-begin.
           display 'TABLE CAPACITY EXCEEDED: ' ws-abend-file
                   ' RECORD ' ws-abend-recno.
           display 'RUN STOPPED - NO ORDERS RELEASED'.
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

       load-shop-orders Section.
       015-begin.
           move 0 to ws-so-loaded.
           open input shop-orders.
           if ws-shop-status = '00'
               move 1 to ws-so-loaded
               move 0 to read-eof-flag
               perform 015-read until read-eof-flag = 1
               close shop-orders
           end-if.

       015-read.
           move spaces to shop-order-line.
           read shop-orders
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
               if so-table-count < 5000
                   add 1 to so-table-count
                   move shop-order-line
                     to ws-so-entry(so-table-count)
                   if sot-order-qty(so-table-count) not numeric
                       move 0 to sot-order-qty(so-table-count)
                   end-if
                   if sot-done-qty(so-table-count) not numeric
                       move 0 to sot-done-qty(so-table-count)
                   end-if
                   if sot-scrap-qty(so-table-count) not numeric
                       move 0 to sot-scrap-qty(so-table-count)
                   end-if
               else
                   move 'SHOPORD'        to ws-abend-file
                   move so-table-count   to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       load-receipts Section.
       016-begin.
           open input receipts-file.
           if ws-receipt-status = '00'
               move 0 to read-eof-flag
               perform 016-read until read-eof-flag = 1
               close receipts-file
           end-if.

       016-read.
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

       load-whs-stock Section.
       017-begin.
           open input whs-stock-file.
           if ws-whstk-status = '00'
               move 0 to read-eof-flag
               perform 017-read until read-eof-flag = 1
               close whs-stock-file
           end-if.

       017-read.
           read whs-stock-file
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
               if whstk-table-count < 5000
                   add 1 to whstk-table-count
                   move whstk-item-code
                     to wst-item-code(whstk-table-count)
                   move whstk-whs to wst-whs(whstk-table-count)
                   if whstk-qty numeric
                       move whstk-qty to wst-qty(whstk-table-count)
                   else
                       move 0 to wst-qty(whstk-table-count)
                   end-if
               else
                   move 'WHSSTOCK'         to ws-abend-file
                   move whstk-table-count  to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       load-so-control Section.
       018-begin.
           move 1 to ws-next-so-no.
           open input so-control.
           if ws-so-ctl-status = '00'
               read so-control
                   at end continue
               end-read
               if ctl-next-so numeric
                   move ctl-next-so to ws-next-so-no
               end-if
               close so-control
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

       open-genealogy Section.
       035-begin.
           open extend lot-genealogy.
           if ws-gene-status = '35'
               open output lot-genealogy
           end-if.
           if ws-gene-status not = '00'
               move 'LOTGENE'           to ws-abend-file
               move ws-gene-status      to ws-abend-status
               perform 998-begin
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

       save-so-control Section.
       045-begin.
           open output so-control.
           if ws-so-ctl-status not = '00'
               move 'SOCONTROL'        to ws-abend-file
               move ws-so-ctl-status   to ws-abend-status
               perform 998-begin
           end-if.
           move ws-next-so-no to ctl-next-so.
           write so-control-record.
           close so-control.

       rewrite-shop-orders Section.
       050-begin.
           if ws-so-loaded = 1 or so-table-count > 0
               open output shop-orders
               if ws-shop-status not = '00'
                   move 'SHOPORD'        to ws-abend-file
                   move ws-shop-status   to ws-abend-status
                   perform 998-begin
               end-if
               move 0 to ws-so-idx
               perform 050-write-one until ws-so-idx >= so-table-count
               close shop-orders
           end-if.

       050-write-one.
           add 1 to ws-so-idx.
           move ws-so-entry(ws-so-idx) to shop-order-line.
           write shop-order-line.
           if ws-shop-status not = '00'
               move 'SHOPORD'        to ws-abend-file
               move ws-so-idx        to ws-abend-recno
               move ws-shop-status   to ws-abend-status
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

       load-release-decisions Section.
       070-begin.
           open input release-file.
           if ws-release-status = '00'
               move 0 to read-eof-flag
               perform 070-read until read-eof-flag = 1
               close release-file
           end-if.

       070-read.
           read release-file
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
               add 1 to release-row-counter
               if rls-line-no not numeric
                   continue
               else
                   if release-table-count < 5000
                       add 1 to release-table-count
                       move rls-line-no
                         to rlt-line-no(release-table-count)
                       move rls-action
                         to rlt-action(release-table-count)
                       move rls-qty to rlt-qty(release-table-count)
                       move rls-date to rlt-date(release-table-count)
                   else
                       move 'WORELEASE'         to ws-abend-file
                       move release-row-counter to ws-abend-recno
                       perform 999-begin
                   end-if
               end-if
           end-if.

       load-completions Section.
       080-begin.
           open input completions.
           if ws-compl-status = '00'
               move 0 to read-eof-flag
               perform 080-read until read-eof-flag = 1
               close completions
           end-if.

       080-read.
           read completions
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
               add 1 to compl-row-counter
               if compl-table-count < 2000
                   add 1 to compl-table-count
                   move wcp-type to cpt-type(compl-table-count)
                   move wcp-order-no
                     to cpt-order-no(compl-table-count)
                   move wcp-item-code
                     to cpt-item-code(compl-table-count)
                   move wcp-qty to cpt-qty(compl-table-count)
                   move wcp-scrap-qty
                     to cpt-scrap-qty(compl-table-count)
                   move wcp-lot-no to cpt-lot-no(compl-table-count)
                   move 0 to cpt-used-flag(compl-table-count)
               else
                   move 'WOCOMPL'          to ws-abend-file
                   move compl-row-counter  to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       load-lot-stock Section.
       085-begin.
           move 0 to ws-lot-loaded.
           open input lot-stock.
           if ws-lot-status = '00'
               move 1 to ws-lot-loaded
               move 0 to read-eof-flag
               perform 085-read until read-eof-flag = 1
               close lot-stock
           end-if.

       085-read.
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
       090-begin.
           if ws-lot-loaded = 1 or lot-table-count > 0
               open output lot-stock
               if ws-lot-status not = '00'
                   move 'LOTSTOCK'       to ws-abend-file
                   move ws-lot-status    to ws-abend-status
                   perform 998-begin
               end-if
               move 0 to ws-lot-idx
               perform 090-write-one until ws-lot-idx >= lot-table-count
               close lot-stock
           end-if.

       090-write-one.
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

       release-processor Section.
       100-begin.
           read work-orders
               at end set workord-eof-flag to 1
           end-read.
           if workord-eof-flag = 0
               add 1 to workord-row-counter
               perform 110-begin
           end-if.

       release-one-line Section.
       110-begin.
           perform 120-begin.
           if ws-found-idx = 0
               add 1 to skipped-count
           else
               evaluate rlt-action(ws-found-idx)
                   when 'A' perform 130-begin
                   when 'M' perform 130-begin
                   when 'R' add 1 to rejected-count
                   when other add 1 to skipped-count
               end-evaluate
           end-if.

       find-decision Section.
       120-begin.
           move 0 to ws-found-idx.
           move 1 to ws-rls-idx.
           perform 120-scan until ws-rls-idx > release-table-count.

       120-scan.
           if rlt-line-no(ws-rls-idx) = workord-row-counter
               move ws-rls-idx to ws-found-idx
               move release-table-count to ws-rls-idx
           end-if.
           add 1 to ws-rls-idx.

       write-shop-order Section.
       130-begin.
           move wo-order-qty to ws-firm-qty.
           move wo-need-date to ws-firm-date.
           if rlt-action(ws-found-idx) = 'M'
               if rlt-qty(ws-found-idx) numeric
                   move rlt-qty(ws-found-idx) to ws-firm-qty
               end-if
               if rlt-date(ws-found-idx) numeric
                   move rlt-date(ws-found-idx) to ws-firm-date
               end-if
           end-if.
           if so-table-count >= 5000
               move 'SHOPORD'            to ws-abend-file
               move workord-row-counter  to ws-abend-recno
               perform 999-begin
           end-if.
           if receipt-table-count >= 2000
               move 'RECEIPTS'           to ws-abend-file
               move workord-row-counter  to ws-abend-recno
               perform 999-begin
           end-if.
           move spaces to ws-so-number.
           string 'S'           delimited by size
                  ws-next-so-no delimited by size
                  into ws-so-number.
           move spaces to shop-order-line.
           move ws-so-number      to so-order-no.
           move wo-item-code      to so-item-code.
           move wo-item-desc      to so-item-desc.
           move ws-firm-qty       to so-order-qty.
           move wo-release-date   to so-release-date.
           move ws-firm-date      to so-need-date.
           move 'R'               to so-status.
           move wo-order-no       to so-ref-order-no.
           move 0                 to so-done-qty.
           move 0                 to so-scrap-qty.
           add 1 to so-table-count.
           move shop-order-line to ws-so-entry(so-table-count).
           divide ws-firm-qty by 1 giving ws-rcpt-whole
               remainder ws-rcpt-rem.
           if ws-rcpt-rem not = 0
               add 1 to ws-rcpt-whole
           end-if.
           add 1 to receipt-table-count.
           move ws-so-number  to rct-order-no(receipt-table-count).
           move wo-item-code  to rct-item-code(receipt-table-count).
           move ws-rcpt-whole to rct-qty(receipt-table-count).
           move ws-firm-date  to rct-due-date(receipt-table-count).
           move 0 to rct-closed-flag(receipt-table-count).
           perform 140-begin.
           add 1 to ws-next-so-no.
           add 1 to released-count.

       write-pick-list Section.
       140-begin.
           move spaces            to pick-header.
           move 'SHOP ORDER'      to pkh-label.
           move ws-so-number      to pkh-order-no.
           move wo-item-code      to pkh-item-code.
           move wo-item-desc      to pkh-item-desc.
           move ws-firm-qty       to pkh-order-qty.
           move wo-release-date   to pkh-release-date.
           move ws-firm-date      to pkh-need-date.
           move wo-order-no       to pkh-ref-order-no.
           perform 140-write-header.
           move wo-item-code to ws-parent-code.
           perform 400-begin.
           if req-table-count = 0
               move spaces        to pick-line
               move ws-so-number  to pkl-order-no
               move 'NO BOM'      to pkl-flag
               perform 140-write-line
           end-if.
           move 1 to ws-req-idx.
           perform 140-component until ws-req-idx > req-table-count.

       140-component.
           move spaces                    to pick-line.
           move ws-so-number              to pkl-order-no.
           move req-comp-code(ws-req-idx) to pkl-comp-code.
           move req-ratio(ws-req-idx)     to pkl-ratio.
           compute pkl-req-qty rounded =
                   req-ratio(ws-req-idx) * ws-firm-qty
               on size error move 9999999.999 to pkl-req-qty
           end-compute.
           move req-comp-code(ws-req-idx) to ITEM-CODE.
           read itemmaster
               invalid key
                   move 'NOT ON ITEM MASTER' to pkl-comp-desc
                   move 'NO ITEM'            to pkl-flag
               not invalid key
                   move ITEM-DESC to pkl-comp-desc
                   move ITEM-UOM  to pkl-uom
                   move ITEM-WHS  to pkl-whs
           end-read.
           perform 420-begin.
           if pkl-flag = spaces and pkl-whs-qty < pkl-req-qty
               move 'SHORT' to pkl-flag
           end-if.
           perform 140-write-line.
           add 1 to ws-req-idx.

       140-write-header.
           write pick-header.
           if ws-pick-status not = '00'
               move 'PICKLIST'           to ws-abend-file
               move workord-row-counter  to ws-abend-recno
               move ws-pick-status       to ws-abend-status
               perform 997-begin
           end-if.

       140-write-line.
           write pick-line.
           if ws-pick-status not = '00'
               move 'PICKLIST'           to ws-abend-file
               move workord-row-counter  to ws-abend-recno
               move ws-pick-status       to ws-abend-status
               perform 997-begin
           end-if.
           add 1 to pick-line-count.

       completion-processor Section.
       200-begin.
           if cpt-type(ws-cpl-idx) = 'C'
               perform 210-begin
           end-if.
           add 1 to ws-cpl-idx.

       complete-one-order Section.
       210-begin.
           move 0 to ws-reject-flag.
           move spaces to ws-reject-reason.
           move 0 to ws-good-qty ws-scrap-qty ws-so-found-idx.
           move cpt-order-no(ws-cpl-idx) to ws-cur-order.
           move cpt-item-code(ws-cpl-idx) to ws-parent-code.
           move cpt-lot-no(ws-cpl-idx) to ws-parent-lot.
           if cpt-qty(ws-cpl-idx) numeric
               move cpt-qty(ws-cpl-idx) to ws-good-qty
           else
               if cpt-qty(ws-cpl-idx) not = spaces
                   move 1 to ws-reject-flag
                   move 'BAD QUANTITY' to ws-reject-reason
               end-if
           end-if.
           if cpt-scrap-qty(ws-cpl-idx) numeric
               move cpt-scrap-qty(ws-cpl-idx) to ws-scrap-qty
           else
               if cpt-scrap-qty(ws-cpl-idx) not = spaces
                   move 1 to ws-reject-flag
                   move 'BAD SCRAP QUANTITY' to ws-reject-reason
               end-if
           end-if.
           if ws-reject-flag = 0
              and ws-good-qty = 0 and ws-scrap-qty = 0
               move 1 to ws-reject-flag
               move 'BAD QUANTITY' to ws-reject-reason
           end-if.
           compute ws-made-qty = ws-good-qty + ws-scrap-qty.
           if ws-reject-flag = 0
               move 1 to ws-so-idx
               perform 210-scan-so until ws-so-idx > so-table-count
               if ws-so-found-idx = 0
                   move 1 to ws-reject-flag
                   move 'UNKNOWN SHOP ORDER' to ws-reject-reason
               else
                   if cpt-item-code(ws-cpl-idx) not = spaces
                      and cpt-item-code(ws-cpl-idx) not =
                          sot-item-code(ws-so-found-idx)
                       move 1 to ws-reject-flag
                       move 'ITEM NOT ON SHOP ORDER'
                         to ws-reject-reason
                   else
                       move sot-item-code(ws-so-found-idx)
                         to ws-parent-code
                       if sot-status(ws-so-found-idx) = 'C'
                           move 1 to ws-reject-flag
                           move 'SHOP ORDER CLOSED'
                             to ws-reject-reason
                       end-if
                   end-if
               end-if
           end-if.
           if ws-reject-flag = 0
               perform 220-begin
           end-if.
           if ws-reject-flag = 1
               add 1 to compl-reject-count
               move 0 to ws-var-qty ws-var-value
               move 'REJECTED'       to ws-var-flag
               move ws-reject-reason to ws-var-message
               perform 250-begin
           else
               perform 400-begin
               perform 225-begin
               move 1 to ws-req-idx
               perform 230-begin until ws-req-idx > req-table-count
               perform 240-begin
               add 1 to completed-count
           end-if.

       210-scan-so.
           if sot-order-no(ws-so-idx) = ws-cur-order
               move ws-so-idx to ws-so-found-idx
               move so-table-count to ws-so-idx
           end-if.
           add 1 to ws-so-idx.

       receive-finished Section.
       220-begin.
           if ws-good-qty > 0
               move ws-parent-code   to ws-post-item
               move 'R'              to ws-post-reason
               move ws-good-qty      to ws-post-qty
               move 'WO COMPLETION'  to ws-post-message
               move ws-parent-lot    to ws-post-lot
               perform 300-begin
           end-if.

       apply-actual-usage Section.
       225-begin.
           move 1 to ws-use-idx.
           perform 225-scan until ws-use-idx > compl-table-count.

       225-scan.
           if cpt-type(ws-use-idx) = 'U'
              and cpt-order-no(ws-use-idx) = ws-cur-order
              and cpt-used-flag(ws-use-idx) = 0
              and cpt-qty(ws-use-idx) numeric
               move 1 to cpt-used-flag(ws-use-idx)
               move 0 to ws-req-found-idx
               move 1 to ws-req-idx
               perform 225-find-req
                   until ws-req-idx > req-table-count
               if ws-req-found-idx = 0
                   if req-table-count >= 500
                       move 'BOM EXPLODE'  to ws-abend-file
                       move ws-use-idx     to ws-abend-recno
                       perform 999-begin
                   end-if
                   add 1 to req-table-count
                   move req-table-count to ws-req-found-idx
                   move cpt-item-code(ws-use-idx)
                     to req-comp-code(ws-req-found-idx)
                   move 0 to req-ratio(ws-req-found-idx)
                   move 0 to req-std-qty(ws-req-found-idx)
                   move 0 to req-issue-qty(ws-req-found-idx)
                   move 0 to req-usage-flag(ws-req-found-idx)
               end-if
               if req-usage-flag(ws-req-found-idx) = 0
                   move 0 to req-issue-qty(ws-req-found-idx)
                   move 1 to req-usage-flag(ws-req-found-idx)
               end-if
               move cpt-qty(ws-use-idx) to ws-alloc-qty
               add ws-alloc-qty to req-issue-qty(ws-req-found-idx)
           end-if.
           add 1 to ws-use-idx.

       225-find-req.
           if req-comp-code(ws-req-idx) = cpt-item-code(ws-use-idx)
               move ws-req-idx to ws-req-found-idx
               move req-table-count to ws-req-idx
           end-if.
           add 1 to ws-req-idx.

       backflush-component Section.
       230-begin.
           move 0 to ws-comp-reject ws-comp-cost.
           move spaces to ws-comp-reason.
           move req-comp-code(ws-req-idx) to ITEM-CODE.
           read itemmaster
               invalid key continue
               not invalid key
                   if ITEM-COST numeric
                       move ITEM-COST to ws-comp-cost
                   end-if
           end-read.
           if req-issue-qty(ws-req-idx) > 0
               if req-usage-flag(ws-req-idx) = 1
                   move 1 to ws-use-idx
                   perform 232-usage-line
                       until ws-use-idx > compl-table-count
               else
                   move req-issue-qty(ws-req-idx) to ws-alloc-qty
                   move spaces                    to ws-alloc-lot
                   perform 235-begin
               end-if
           end-if.
           divide req-std-qty(ws-req-idx) by 1
               giving ws-std-whole remainder ws-std-rem.
           if ws-std-rem not = 0
               add 1 to ws-std-whole
           end-if.
           compute ws-var-qty = req-issue-qty(ws-req-idx)
                              - ws-std-whole.
           compute ws-var-value rounded = ws-var-qty * ws-comp-cost.
           move spaces to ws-var-flag ws-var-message.
           if ws-comp-reject = 1
               move 'REJECTED'       to ws-var-flag
               move ws-comp-reason   to ws-var-message
           else
               if ws-var-qty not = 0
                   if req-usage-flag(ws-req-idx) = 1
                       move 'USAGE' to ws-var-flag
                   else
                       if ws-scrap-qty > 0
                           move 'SCRAP' to ws-var-flag
                       end-if
                   end-if
                   if req-ratio(ws-req-idx) = 0
                       move 'NOT ON BOM' to ws-var-message
                   end-if
               end-if
           end-if.
           if ws-var-flag not = spaces
               move req-comp-code(ws-req-idx) to ws-var-comp
               move ws-std-whole              to ws-var-std-qty
               move req-issue-qty(ws-req-idx) to ws-var-act-qty
               perform 250-write
           end-if.
           add 1 to ws-req-idx.

       232-usage-line.
           if cpt-type(ws-use-idx) = 'U'
              and cpt-order-no(ws-use-idx) = ws-cur-order
              and cpt-item-code(ws-use-idx) = req-comp-code(ws-req-idx)
              and cpt-used-flag(ws-use-idx) = 1
               move 2 to cpt-used-flag(ws-use-idx)
               move cpt-qty(ws-use-idx)    to ws-alloc-qty
               move cpt-lot-no(ws-use-idx) to ws-alloc-lot
               if ws-alloc-qty > 0
                   perform 235-begin
               end-if
           end-if.
           add 1 to ws-use-idx.

       issue-component-lots Section.
       235-begin.
           if ws-alloc-lot not = spaces
               move ws-alloc-lot to ws-post-lot
               move ws-alloc-qty to ws-post-qty
               perform 238-post
           else
               perform 236-fifo-step until ws-alloc-qty = 0
           end-if.

       236-fifo-step.
           move 0 to ws-lot-found-idx.
           move 1 to ws-lot-idx.
           perform 236-oldest until ws-lot-idx > lot-table-count.
           if ws-lot-found-idx = 0
               move spaces       to ws-post-lot
               move ws-alloc-qty to ws-post-qty
               move 0            to ws-alloc-qty
               perform 238-post
           else
               move ltt-lot-no(ws-lot-found-idx) to ws-post-lot
               if ltt-qty(ws-lot-found-idx) < ws-alloc-qty
                   move ltt-qty(ws-lot-found-idx) to ws-post-qty
               else
                   move ws-alloc-qty to ws-post-qty
               end-if
               perform 238-post
               if ws-reject-flag = 1
                   move 0 to ws-alloc-qty
               else
                   subtract ws-post-qty from ws-alloc-qty
               end-if
           end-if.

       236-oldest.
           if ltt-item-code(ws-lot-idx) = req-comp-code(ws-req-idx)
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

       238-post.
           move req-comp-code(ws-req-idx) to ws-post-item.
           move 'I'                       to ws-post-reason.
           move 'WO BACKFLUSH'            to ws-post-message.
           perform 300-begin.
           if ws-reject-flag = 1
               move 1                to ws-comp-reject
               move ws-reject-reason to ws-comp-reason
           else
               if ws-post-lot not = spaces
                   perform 270-begin
               end-if
           end-if.

       close-down-order Section.
       240-begin.
           add ws-good-qty  to sot-done-qty(ws-so-found-idx).
           add ws-scrap-qty to sot-scrap-qty(ws-so-found-idx).
           if sot-done-qty(ws-so-found-idx) >=
              sot-order-qty(ws-so-found-idx)
               move 'C' to sot-status(ws-so-found-idx)
               move 'ORDER COMPLETE' to ws-var-message
           else
               move 'P' to sot-status(ws-so-found-idx)
               move 'PARTIAL COMPLETION' to ws-var-message
           end-if.
           move 0 to ws-rct-found-idx.
           move 1 to ws-rct-idx.
           perform 240-scan-receipt
               until ws-rct-idx > receipt-table-count.
           if ws-rct-found-idx > 0
               if sot-status(ws-so-found-idx) = 'C'
                  or ws-good-qty >= rct-qty(ws-rct-found-idx)
                   move 0 to rct-qty(ws-rct-found-idx)
                   move 1 to rct-closed-flag(ws-rct-found-idx)
               else
                   subtract ws-good-qty from rct-qty(ws-rct-found-idx)
               end-if
           end-if.
           move 0 to ws-post-cost.
           move ws-parent-code to ITEM-CODE.
           read itemmaster
               invalid key continue
               not invalid key
                   if ITEM-COST numeric
                       move ITEM-COST to ws-post-cost
                   end-if
           end-read.
           compute ws-var-qty = 0 - ws-scrap-qty.
           compute ws-var-value rounded = ws-var-qty * ws-post-cost.
           if ws-scrap-qty > 0
               move 'SCRAP'    to ws-var-flag
           else
               move 'COMPLETE' to ws-var-flag
           end-if.
           perform 250-begin.

       240-scan-receipt.
           if rct-order-no(ws-rct-idx) = ws-cur-order
              and rct-closed-flag(ws-rct-idx) = 0
               move ws-rct-idx to ws-rct-found-idx
               move receipt-table-count to ws-rct-idx
           end-if.
           add 1 to ws-rct-idx.

       write-variance Section.
       250-begin.
           move spaces       to ws-var-comp.
           move ws-made-qty  to ws-var-std-qty.
           move ws-good-qty  to ws-var-act-qty.
           perform 250-write.

       250-write.
           move spaces         to variance-line.
           move ws-cur-order   to wvr-order-no.
           move ws-parent-code to wvr-parent-code.
           move ws-var-comp    to wvr-comp-code.
           move ws-var-std-qty to wvr-std-qty.
           move ws-var-act-qty to wvr-act-qty.
           move ws-var-qty     to wvr-var-qty.
           move ws-var-value   to wvr-var-value.
           move ws-var-flag    to wvr-flag.
           move ws-var-message to wvr-message.
           write variance-line.
           if ws-var-status not = '00'
               move 'WOVAR'            to ws-abend-file
               move ws-cpl-idx         to ws-abend-recno
               move ws-var-status      to ws-abend-status
               perform 997-begin
           end-if.
           add 1 to variance-count.

       unmatched-usage Section.
       260-begin.
           move 1 to ws-use-idx.
           perform 260-scan until ws-use-idx > compl-table-count.

       260-scan.
           if cpt-type(ws-use-idx) not = 'C'
              and cpt-used-flag(ws-use-idx) = 0
               move cpt-order-no(ws-use-idx)  to ws-cur-order
               move spaces                    to ws-parent-code
               move cpt-item-code(ws-use-idx) to ws-var-comp
               move 0 to ws-var-std-qty ws-var-act-qty
               move 0 to ws-var-qty ws-var-value
               move 'REJECTED' to ws-var-flag
               evaluate true
                   when cpt-type(ws-use-idx) not = 'U'
                       move 'INVALID RECORD TYPE' to ws-var-message
                   when cpt-qty(ws-use-idx) not numeric
                       move 'BAD QUANTITY' to ws-var-message
                   when other
                       move 'USAGE WITHOUT COMPLETION'
                         to ws-var-message
               end-evaluate
               add 1 to compl-reject-count
               perform 250-write
           end-if.
           add 1 to ws-use-idx.

       write-genealogy Section.
       270-begin.
           move spaces          to lot-genealogy-record.
           move ws-today        to lgn-date.
           move ws-cur-order    to lgn-order-no.
           move ws-parent-code  to lgn-parent-code.
           move ws-parent-lot   to lgn-parent-lot.
           move ws-post-item    to lgn-comp-code.
           move ws-post-lot     to lgn-comp-lot.
           move ws-post-qty     to lgn-qty.
           write lot-genealogy-record.
           if ws-gene-status not = '00'
               move 'LOTGENE'          to ws-abend-file
               move ws-cpl-idx         to ws-abend-recno
               move ws-gene-status     to ws-abend-status
               perform 997-begin
           end-if.
           add 1 to genealogy-count.

       post-stock Section.
       300-begin.
           move 0 to ws-reject-flag ws-post-cost.
           move spaces to ws-reject-reason.
           move 0 to ws-stock-before ws-stock-after.
           move ws-post-item to ITEM-CODE.
           read itemmaster
               invalid key
                   move 1 to ws-reject-flag
                   move 'ITEM NOT FOUND' to ws-reject-reason
           end-read.
           if ws-reject-flag = 0
               if ITEM-COST numeric
                   move ITEM-COST to ws-post-cost
               end-if
               move ITEM-STOCK to ws-stock-before
               evaluate ws-post-reason
                   when 'I' perform 300-issue
                   when 'R' perform 300-receive
               end-evaluate
           end-if.
           if ws-reject-flag = 0 and ws-post-lot not = spaces
               perform 320-begin
           end-if.
           if ws-reject-flag = 0
               add ws-stock-after to ws-stock-delta
               subtract ws-stock-before from ws-stock-delta
               move ws-stock-after to ITEM-STOCK
               rewrite ITEM-RECORD
               if ws-item-status not = '00'
                   move 'ITEMMAST'          to ws-abend-file
                   move ws-cpl-idx          to ws-abend-recno
                   move ws-item-status      to ws-abend-status
                   perform 997-begin
               end-if
           end-if.
           perform 310-begin.

       300-issue.
           if ws-post-qty > ws-stock-before
               move 1 to ws-reject-flag
               move 'ISSUE EXCEEDS ON HAND' to ws-reject-reason
           else
               compute ws-stock-after = ws-stock-before - ws-post-qty
           end-if.

       300-receive.
           if ws-stock-before + ws-post-qty > 9999999
               move 1 to ws-reject-flag
               move 'STOCK FIELD OVERFLOW' to ws-reject-reason
           else
               compute ws-stock-after = ws-stock-before + ws-post-qty
           end-if.

       write-journal Section.
       310-begin.
           move spaces to stock-journal-record.
           move ws-today to sjr-date.
           move ws-time-hhmmss to sjr-time.
           move ws-cur-order to sjr-order-no.
           move ws-post-item to sjr-item-code.
           move ws-post-reason to sjr-reason.
           move ws-post-lot to sjr-lot-no.
           move ws-post-qty to sjr-qty.
           if ws-reject-flag = 1
               move 'REJECTED' to sjr-status
               move ws-reject-reason to sjr-message
               add 1 to post-reject-count
           else
               move 'APPLIED' to sjr-status
               move ws-post-message to sjr-message
               add 1 to posted-count
           end-if.
           move ws-stock-before to sjr-before.
           move ws-stock-after to sjr-after.
           write stock-journal-record.
           if ws-journal-status not = '00'
               move 'STKJRNL'           to ws-abend-file
               move ws-cpl-idx          to ws-abend-recno
               move ws-journal-status   to ws-abend-status
               perform 997-begin
           end-if.

       post-to-lot Section.
       320-begin.
           move 0 to ws-lot-found-idx.
           move 1 to ws-lot-idx.
           perform 320-scan until ws-lot-idx > lot-table-count.
           evaluate ws-post-reason
               when 'I' perform 320-issue
               when 'R' perform 320-receive
           end-evaluate.

       320-scan.
           if ltt-item-code(ws-lot-idx) = ws-post-item
              and ltt-lot-no(ws-lot-idx) = ws-post-lot
               move ws-lot-idx to ws-lot-found-idx
               move lot-table-count to ws-lot-idx
           end-if.
           add 1 to ws-lot-idx.

       320-issue.
           if ws-lot-found-idx = 0
               move 1 to ws-reject-flag
               move 'LOT NOT ON HAND' to ws-reject-reason
           else
               if ws-post-qty > ltt-qty(ws-lot-found-idx)
                   move 1 to ws-reject-flag
                   move 'ISSUE EXCEEDS LOT QTY' to ws-reject-reason
               else
                   subtract ws-post-qty from ltt-qty(ws-lot-found-idx)
               end-if
           end-if.

       320-receive.
           if ws-lot-found-idx = 0
               if lot-table-count >= 5000
                   move 'LOTSTOCK'          to ws-abend-file
                   move ws-cpl-idx          to ws-abend-recno
                   perform 999-begin
               end-if
               add 1 to lot-table-count
               move lot-table-count to ws-lot-found-idx
               move ws-post-item  to ltt-item-code(ws-lot-found-idx)
               move ws-post-lot   to ltt-lot-no(ws-lot-found-idx)
               move 0             to ltt-qty(ws-lot-found-idx)
               move ws-today      to ltt-rcpt-date(ws-lot-found-idx)
               move ws-cur-order  to ltt-order-no(ws-lot-found-idx)
           end-if.
           add ws-post-qty to ltt-qty(ws-lot-found-idx).

       explode-bom Section.
       400-begin.
           move 0 to req-table-count.
           move 1 to stack-ptr.
           move ws-parent-code to stk-code(1).
           move 1              to stk-ratio(1).
           perform 400-pop until stack-ptr = 0.

       400-pop.
           move stk-code(stack-ptr)  to ws-explode-code.
           move stk-ratio(stack-ptr) to ws-explode-ratio.
           subtract 1 from stack-ptr.
           move 1 to ws-bom-idx.
           perform 400-child until ws-bom-idx > bom-table-count.

       400-child.
           if wbt-toplvl(ws-bom-idx) = ws-explode-code
               perform 410-begin
               if ws-bom-effective = 1
                   compute ws-child-ratio =
                           ws-explode-ratio * wbt-ratio(ws-bom-idx)
                       on size error move 99999.999 to ws-child-ratio
                   end-compute
                   move space to ws-child-type
                   move wbt-complvl(ws-bom-idx) to ITEM-CODE
                   read itemmaster
                       invalid key continue
                       not invalid key move ITEM-TYPE to ws-child-type
                   end-read
                   if ws-child-type = 'P'
                       perform 400-push
                   else
                       perform 430-begin
                   end-if
               end-if
           end-if.
           add 1 to ws-bom-idx.

       400-push.
           if stack-ptr >= 200
               move 'STACK'          to ws-abend-file
               move ws-bom-idx       to ws-abend-recno
               perform 999-begin
           end-if.
           add 1 to stack-ptr.
           move wbt-complvl(ws-bom-idx) to stk-code(stack-ptr).
           move ws-child-ratio          to stk-ratio(stack-ptr).

       check-effective Section.
       410-begin.
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

       find-whs-stock Section.
       420-begin.
           move 0 to pkl-whs-qty.
           move 1 to ws-wst-idx.
           perform 420-scan until ws-wst-idx > whstk-table-count.

       420-scan.
           if wst-item-code(ws-wst-idx) = pkl-comp-code
              and wst-whs(ws-wst-idx) = pkl-whs
               move wst-qty(ws-wst-idx) to pkl-whs-qty
               move whstk-table-count to ws-wst-idx
           end-if.
           add 1 to ws-wst-idx.

       add-requirement Section.
       430-begin.
           move 0 to ws-req-found-idx.
           move 1 to ws-req-idx.
           perform 430-scan until ws-req-idx > req-table-count.
           if ws-req-found-idx = 0
               if req-table-count >= 500
                   move 'BOM EXPLODE'    to ws-abend-file
                   move ws-bom-idx       to ws-abend-recno
                   perform 999-begin
               end-if
               add 1 to req-table-count
               move req-table-count to ws-req-found-idx
               move wbt-complvl(ws-bom-idx)
                 to req-comp-code(ws-req-found-idx)
               move 0 to req-ratio(ws-req-found-idx)
           end-if.
           add ws-child-ratio to req-ratio(ws-req-found-idx).
           compute req-std-qty(ws-req-found-idx) rounded =
                   req-ratio(ws-req-found-idx) * ws-good-qty
               on size error
                   move 9999999.999 to req-std-qty(ws-req-found-idx)
           end-compute.
           compute ws-issue-calc =
                   req-ratio(ws-req-found-idx) * ws-made-qty.
           divide ws-issue-calc by 1 giving ws-issue-whole
               remainder ws-issue-rem.
           if ws-issue-rem not = 0
               add 1 to ws-issue-whole
           end-if.
           if ws-issue-whole > 9999999
               move 9999999 to ws-issue-whole
           end-if.
           move ws-issue-whole to req-issue-qty(ws-req-found-idx).
           move 0 to req-usage-flag(ws-req-found-idx).

       430-scan.
           if req-comp-code(ws-req-idx) = wbt-complvl(ws-bom-idx)
               move ws-req-idx to ws-req-found-idx
               move req-table-count to ws-req-idx
           end-if.
           add 1 to ws-req-idx.
