                  RECORD KEY IS BOM-KEY.
           Select outfile assign dynamic ws-outfile-name
                  ORGANIZATION IS LINE SEQUENTIAL.
           Select xref-report assign dynamic ws-xref-name
                  ORGANIZATION IS LINE SEQUENTIAL.
           Select shortage-report assign dynamic ws-shortage-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-short-status.
           Select restart-file assign 'E:\MRP_Shampoo\RESTART.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-restart-status.
           Select open-orders assign 'E:\MRP_Shampoo\OpenOrders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-demand-status.
           Select planned-orders assign dynamic ws-planned-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-planned-status.
           Select work-orders assign dynamic ws-workord-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-workord-status.
           Select whereused-report
                  assign dynamic ws-whereused-name
                  ORGANIZATION IS LINE SEQUENTIAL.
           Select receipts-file assign 'E:\MRP_Shampoo\RECEIPTS.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-whstk-status.
           Select transfer-report
                  assign dynamic ws-transfer-name
                  ORGANIZATION IS LINE SEQUENTIAL.
           Select expedite-report
                  assign dynamic ws-expedite-name
                  ORGANIZATION IS LINE SEQUENTIAL.
           Select receipt-action-report
                  assign dynamic ws-rcptactn-name
                  ORGANIZATION IS LINE SEQUENTIAL.
           Select forecast-file assign 'E:\MRP_Shampoo\FORECAST.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-fcst-status.
           Select run-log assign 'E:\MRP_Shampoo\RUNLOG.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.
           Select conv-control assign 'E:\MRP_Shampoo\CONVCTL.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-control-status.
           Select scenario-file assign 'E:\MRP_Shampoo\SCENARIO.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-scn-status.
           Select sim-summary assign 'E:\MRP_Shampoo\SIMSUMM.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-simsum-status.

       Data Division.
       File Section.
          03 short-order-no PIC x(6).
          03 FILLER PIC x.
          03 short-ext-cost PIC   9(9)V99.
          03 FILLER PIC x.
          03 short-source PIC x(8).
       fd restart-file.
       01 restart-record.
          03 restart-item-count PIC 9(4).
          03 parm-in-vad PIC x(4).
          03 FILLER PIC x.
          03 parm-in-comp PIC x(5).
          03 FILLER PIC x.
          03 parm-in-mode PIC x.
       fd whereused-report.
       01 wu-parent-line.
          03 wu-comp-code PIC x(5).
          03 pord-unit-cost PIC   9(5)V99.
          03 FILLER PIC x.
          03 pord-ext-cost PIC   9(9)V99.
          03 FILLER PIC x.
          03 pord-source PIC x(8).
       01 planned-vendor-total.
          03 ptot-vad PIC x(4).
          03 FILLER PIC x.
          03 demand-qty PIC 9(7).
          03 FILLER PIC x.
          03 demand-need-date PIC 9(8).
       fd forecast-file.
       01 forecast-record.
          03 fc-item-code PIC x(5).
          03 FILLER PIC x.
          03 fc-week-date PIC 9(8).
          03 FILLER PIC x.
          03 fc-qty PIC 9(7).
       fd scenario-file.
       01 scenario-record.
          03 scn-type PIC x.
          03 FILLER PIC x.
          03 scn-order-no PIC x(6).
          03 FILLER PIC x.
          03 scn-item-code PIC x(5).
          03 FILLER PIC x.
          03 scn-qty PIC x(7).
          03 FILLER PIC x.
          03 scn-date PIC x(8).
       01 scenario-vendor-record.
          03 scv-type PIC x.
          03 FILLER PIC x.
          03 scv-vad PIC x(4).
       fd sim-summary.
       01 sim-scenario-line.
          03 ssl-label PIC x(8).
          03 FILLER PIC x.
          03 ssl-type PIC x.
          03 FILLER PIC x.
          03 ssl-order-no PIC x(6).
          03 FILLER PIC x.
          03 ssl-item-code PIC x(5).
          03 FILLER PIC x.
          03 ssl-qty PIC x(7).
          03 FILLER PIC x.
          03 ssl-date PIC x(8).
          03 FILLER PIC x.
          03 ssl-result PIC x(20).
       01 sim-compare-line.
          03 scl-label PIC x(8).
          03 FILLER PIC x.
          03 scl-item-code PIC x(5).
          03 FILLER PIC x.
          03 scl-item-desc PIC x(26).
          03 FILLER PIC x.
          03 scl-live-qty PIC   9(9)V999.
          03 FILLER PIC x.
          03 scl-sim-qty PIC   9(9)V999.
          03 FILLER PIC x.
          03 scl-diff-qty PIC   S9(9)V999.
          03 FILLER PIC x.
          03 scl-live-date PIC   9(8).
          03 FILLER PIC x.
          03 scl-sim-date PIC   9(8).
          03 FILLER PIC x.
          03 scl-exposure PIC   S9(9)V99.
          03 FILLER PIC x.
          03 scl-flag PIC x(16).
       01 sim-total-line.
          03 stl-label PIC x(8).
          03 FILLER PIC x.
          03 stl-desc PIC x(26).
          03 FILLER PIC x.
          03 stl-count PIC   9(5).
          03 FILLER PIC x.
          03 stl-amount PIC   S9(11)V99.
       working-storage section.
       01 TEXT-OUT    PIC X(27) VALUE '###########################'.

           03  ws-sft-idx          pic 9(4).
           03  out-item-count      pic 9(4).
           03  wu-line-count       pic 9(4).
           03  fcst-eof-flag       pic 9.
           03  fcst-row-counter    pic 9(4).
           03  fcst-table-count    pic 9(4).
           03  fcst-dmd-count      pic 9(4).
           03  ws-fct-idx          pic 9(4).
           03  ws-fct-dmd-idx      pic 9(4).
           03  ws-real-dmd-count   pic 9(4).
           03  scn-eof-flag        pic 9.
           03  scn-row-counter     pic 9(4).
           03  scn-applied-count   pic 9(4).
           03  scn-ignored-count   pic 9(4).
           03  ws-scn-found-idx    pic 9(4).
           03  ws-scn-hits         pic 9(4).
           03  ws-shift-idx        pic 9(4).
           03  cmp-table-count     pic 9(4).
           03  ws-cmp-idx          pic 9(4).
           03  ws-cmp-found-idx    pic 9(4).
           03  cmp-read-eof-flag   pic 9.
           03  sim-new-short-count pic 9(5).
           03  sim-chg-short-count pic 9(5).
           03  sim-chg-plan-count  pic 9(5).
           03  sim-uncov-count     pic 9(5).
           03  blk-table-count     pic 9(4).
           03  ws-blk-idx          pic 9(4).
           03  ws-blk-found        pic 9.

       01  ws-restart-status  pic xx.
       01  ws-control-status  pic xx.
       01  ws-receipt-status  pic xx.
       01  ws-cal-status      pic xx.
       01  ws-whstk-status    pic xx.
       01  ws-fcst-status     pic xx.
       01  ws-short-status    pic xx.
       01  ws-planned-status  pic xx.
       01  ws-workord-status  pic xx.
       01  ws-scn-status      pic xx.
       01  ws-simsum-status   pic xx.
       01  ckpt-interval      pic 9(4) value 1000.

       01  ws-run-scope.
           03  run-comp          pic x(5).
           03  ws-outfile-name   pic x(40)
                                  value 'E:\MRP_Shampoo\OUT.txt'.
           03  run-mode          pic x.
           03  ws-xref-name      pic x(40)
                                  value 'E:\MRP_Shampoo\XREF.txt'.
           03  ws-shortage-name  pic x(40)
                                  value 'E:\MRP_Shampoo\SHORTAGE.txt'.
           03  ws-planned-name   pic x(40)
                                  value 'E:\MRP_Shampoo\PLANNED.txt'.
           03  ws-workord-name   pic x(40)
                                  value 'E:\MRP_Shampoo\WORKORD.txt'.
           03  ws-whereused-name pic x(40)
                                  value 'E:\MRP_Shampoo\WHEREUSED.txt'.
           03  ws-transfer-name  pic x(40)
                                  value 'E:\MRP_Shampoo\TRANSFER.txt'.
           03  ws-expedite-name  pic x(40)
                                  value 'E:\MRP_Shampoo\EXPEDITE.txt'.
           03  ws-rcptactn-name  pic x(40)
                                  value 'E:\MRP_Shampoo\RCPTACTN.txt'.
           03  ws-match-flag     pic 9.
           03  check-whs         pic x(2).
           03  check-vad         pic x(4).
               05  pln-need-date     pic 9(8).
               05  pln-leadtime      pic 9(4).
               05  pln-unit-cost     pic 9(5)v99.
               05  pln-source        pic x(8).

       01  ws-workorder-table.
           03  ws-workorder-entry occurs 5000 times.
               05  dmd-item-code     pic x(5).
               05  dmd-qty           pic 9(7).
               05  dmd-need-date     pic 9(8).
               05  dmd-source        pic x(8).

       01  ws-demand-hold.
           03  dmh-order-no          pic x(6).
           03  dmh-item-code         pic x(5).
           03  dmh-qty               pic 9(7).
           03  dmh-need-date         pic 9(8).
           03  dmh-source            pic x(8).

       01  ws-forecast-table.
           03  ws-forecast-entry occurs 2000 times.
               05  fct-item-code     pic x(5).
               05  fct-week-int      pic s9(8).
               05  fct-week-date     pic 9(8).
               05  fct-remain-qty    pic 9(7).

       01  ws-forecast-calc.
           03  ws-fct-week-int      pic s9(8).
           03  ws-fct-need-int      pic s9(8).
           03  ws-fct-dow           pic 9.
           03  ws-fct-open-qty      pic 9(7).
           03  ws-fct-order-no      pic x(6).

       01  ws-receipt-table.
           03  ws-receipt-entry occurs 2000 times.
           03  rch-dmd-flag          pic 9.
           03  rch-miss-date         pic 9(8).

       01  ws-compare-table.
           03  ws-compare-entry occurs 5000 times.
               05  cmp-item-code     pic x(5).
               05  cmp-live-qty      pic 9(9)v999.
               05  cmp-sim-qty       pic 9(9)v999.
               05  cmp-live-date     pic 9(8).
               05  cmp-sim-date      pic 9(8).

       01  ws-simulation.
           03  ws-scn-qty           pic 9(7).
           03  ws-scn-result        pic x(20).
           03  ws-cmp-code          pic x(5).
           03  ws-cmp-qty           pic 9(9)v999.
           03  ws-cmp-date          pic 9(8).
           03  ws-cmp-side          pic x.
           03  ws-cmp-label         pic x(8).
           03  ws-cmp-diff          pic s9(9)v999.
           03  ws-cmp-exposure      pic s9(9)v99.
           03  ws-cmp-flag          pic x(16).
           03  ws-new-short-amt     pic s9(11)v99.
           03  ws-chg-short-amt     pic s9(11)v99.
           03  ws-chg-plan-amt      pic s9(11)v99.
           03  ws-uncov-amt         pic s9(11)v99.
           03  ws-added-exposure    pic s9(11)v99.
           03  ws-blk-vad           pic x(4).

       01  ws-blocked-table.
           03  blk-vad pic x(4) occurs 50 times.

       01  ws-whsstock-table.
           03  ws-whsstock-entry occurs 5000 times.
               05  wht-item-code     pic x(5).
           03  ws-end-status        pic x(8)  value 'NORMAL'.
           03  ws-abend-file        pic x(12).
           03  ws-abend-recno       pic 9(5).
           03  ws-abend-status      pic xx.

       01  ws-log-line.
           03  ws-log-label         pic x(24).
               05  stk-root     pic x(5).
               05  stk-order    pic x(6).
               05  stk-whs      pic x(2).
               05  stk-source   pic x(8).
           03  stack-ptr         pic 9(3) comp.
           03  ws-sub1           pic 9(4) comp.
           03  ws-child-idx      pic 9(4) comp.
           03  ws-demand-code          pic x(5).
           03  ws-demand-order         pic x(6).
           03  ws-explode-order        pic x(6).
           03  ws-demand-source        pic x(8).
           03  ws-explode-source       pic x(8).
           03  ws-indent-level      pic 9(2).
           03  ws-root-code         pic x(5).
           03  ws-is-root           pic 9.
           03  ws-plan-qty          pic 9(7)v999.
           03  ws-plan-need         pic 9(8).
           03  ws-plan-release      pic 9(8).
           03  ws-plan-source       pic x(8).

       01  ws-bom-calc.
           03  ws-planned-qty       pic 9(7)        value 1.
           accept ws-today from date yyyymmdd.
           move ws-today to ws-start-date.
           accept ws-start-time from time.
           perform load-run-parms.
           perform load-restart-point.
           perform 065-begin.
           open input itemmaster.
           open input Bill-o-Mat.
           end-if.
           perform bom-reader-writer until bom-eof-flag = 1.
           perform 066-begin.
           if run-mode = 'S'
               perform 210-begin
           end-if.
           perform 040-begin.
           if run-comp not = spaces
               perform 150-begin
           else
               perform 120-begin
               perform 030-begin
               perform 047-begin
               perform 046-begin
           if ws-receipt-status = '00' or ws-receipt-status = '10'
               close receipts-file
           end-if.
           if run-mode = 'S'
               perform 220-begin
           else
               perform 200-begin
           end-if.
           stop 'Press <CR> to terminate'
           STOP RUN.

           move 'RECEIPT RECORDS READ'  to ws-log-label.
           move receipt-row-counter     to ws-log-count.
           perform 200-count-line.
           move 'FORECAST RECORDS READ' to ws-log-label.
           move fcst-row-counter        to ws-log-count.
           perform 200-count-line.
           move 'FORECAST DEMAND LINES' to ws-log-label.
           move fcst-dmd-count          to ws-log-count.
           perform 200-count-line.
           move 'CALENDAR RECORDS READ' to ws-log-label.
           move cal-row-counter         to ws-log-count.
           perform 200-count-line.
                  into run-log-record.
           write run-log-record.

       abend-open Section.
       998-begin.
           move 'ABNORMAL' to ws-end-status.
           display 'FILE OPEN FAILED: ' ws-abend-file
                   ' STATUS ' ws-abend-status.
           display 'RUN STOPPED - NO OUTPUT IS COMPLETE'.
           if run-mode not = 'S'
               perform 200-begin
           end-if.
           move 16 to return-code.
           STOP RUN.

       abend-capacity Section.
       999-begin.
           move 'ABNORMAL' to ws-end-status.
           display 'TABLE CAPACITY EXCEEDED: ' ws-abend-file
                   ' RECORD ' ws-abend-recno.
           display 'RUN STOPPED - NO OUTPUT IS COMPLETE'.
           if run-mode not = 'S'
               perform 200-begin
           end-if.
           move 16 to return-code.
           STOP RUN.

           move 'ABNORMAL' to ws-end-status.
           display 'MASTER CONTROL CHECK FAILED: ' ws-ctl-message.
           display 'RUN STOPPED - RERUN MASTER CONVERSION'.
           if run-mode not = 'S'
               perform 200-begin
           end-if.
           move 16 to return-code.
           STOP RUN.

       load-restart-point Section.
       060-begin.
           move 0 to ckpt-item-target ckpt-bom-target.
           if run-mode not = 'S'
               open input restart-file
               if ws-restart-status = '00'
                   read restart-file
                       at end continue
                   end-read
                   move restart-item-count to ckpt-item-target
                   move restart-bom-count  to ckpt-bom-target
                   close restart-file
               end-if
           end-if.

       save-checkpoint Section.
       070-begin.
           if run-mode not = 'S'
               open output restart-file
               write restart-record
               close restart-file
           end-if.

       load-run-parms Section.
       080-begin.
           move spaces to run-whs run-vad run-comp run-mode.
           open input run-parm-file.
           if ws-parm-status = '00'
               read run-parm-file
               move parm-in-whs to run-whs
               move parm-in-vad to run-vad
               move parm-in-comp to run-comp
               move parm-in-mode to run-mode
               close run-parm-file
           end-if.
           if run-whs not = spaces or run-vad not = spaces
                      '.txt'                 delimited by size
                      into ws-outfile-name
           end-if.
           if run-mode = 'S'
               perform 085-begin
           end-if.

       simulation-names Section.
       085-begin.
           move spaces to ws-outfile-name.
           if run-whs not = spaces or run-vad not = spaces
               string 'E:\MRP_Shampoo\SIM_OUT_' delimited by size
                      run-whs                 delimited by space
                      run-vad                 delimited by space
                      '.txt'                  delimited by size
                      into ws-outfile-name
           else
               move 'E:\MRP_Shampoo\SIM_OUT.txt' to ws-outfile-name
           end-if.
           move 'E:\MRP_Shampoo\SIM_XREF.txt'      to ws-xref-name.
           move 'E:\MRP_Shampoo\SIM_SHORTAGE.txt'  to ws-shortage-name.
           move 'E:\MRP_Shampoo\SIM_PLANNED.txt'   to ws-planned-name.
           move 'E:\MRP_Shampoo\SIM_WORKORD.txt'   to ws-workord-name.
           move 'E:\MRP_Shampoo\SIM_WHEREUSED.txt' to ws-whereused-name.
           move 'E:\MRP_Shampoo\SIM_TRANSFER.txt'  to ws-transfer-name.
           move 'E:\MRP_Shampoo\SIM_EXPEDITE.txt'  to ws-expedite-name.
           move 'E:\MRP_Shampoo\SIM_RCPTACTN.txt'  to ws-rcptactn-name.

       check-filter Section.
       090-begin.
               move ws-comp-stock   to short-on-hand
               move ws-net-req      to short-shortfall
               move ws-short-order  to short-order-no
               move ws-explode-source to short-source
               compute short-ext-cost rounded =
                       ws-net-req * ws-lookup-cost
               write shortage-record
               move ws-today     to ws-plan-need
               move ws-today     to ws-plan-release
               move spaces       to ws-explode-root ws-explode-order
               move 'SAFETY'     to ws-plan-source
               evaluate ws-lookup-type
                   when 'P' continue
                   when 'M' perform 048-begin
           move ws-plan-need         to pln-need-date(ws-pln-idx).
           move ws-lookup-leadtime   to pln-leadtime(ws-pln-idx).
           move ws-lookup-cost       to pln-unit-cost(ws-pln-idx).
           move ws-plan-source       to pln-source(ws-pln-idx).
           if blk-table-count > 0
               move ws-lookup-vad to ws-blk-vad
               perform 216-begin
               if ws-blk-found = 1
                   move 'BLOCKED' to pln-source(ws-pln-idx)
               end-if
           end-if.

       045-find-slot.
           if pln-vad(ws-pln-idx) > ws-lookup-vad
                   pln-order-qty(ws-pln-idx)
                   * pln-unit-cost(ws-pln-idx).
           move ws-line-ext-cost           to pord-ext-cost.
           move pln-source(ws-pln-idx)     to pord-source.
           write planned-order-line.
           add 1 to pln-row-counter.
           add 1 to ws-vad-line-count.
                   move demand-qty       to dmd-qty(demand-table-count)
                   move demand-need-date
                                  to dmd-need-date(demand-table-count)
                   move 'ORDER'   to dmd-source(demand-table-count)
               else
                   move 'OPENORDERS'        to ws-abend-file
                   move demand-row-counter  to ws-abend-recno
               move ws-planned-qty to ws-demand-qty
               move ws-today       to ws-demand-need
               move spaces         to ws-demand-order
               move spaces         to ws-demand-source
               move 1 to ws-sub1
               perform 030-push-root until ws-sub1 > bom-table-count
               perform 030-pop-and-explode until stack-ptr = 0
           move dmd-qty(ws-demand-idx)       to ws-demand-qty.
           move dmd-need-date(ws-demand-idx) to ws-demand-need.
           move dmd-order-no(ws-demand-idx)  to ws-demand-order.
           move dmd-source(ws-demand-idx)    to ws-demand-source.
           move ws-demand-code to ws-root-code.
           perform 030-push-root-body.
           perform 030-pop-and-explode until stack-ptr = 0.
                   move ws-root-code       to stk-root(stack-ptr)
                   move ws-demand-order    to stk-order(stack-ptr)
                   move ws-lookup-whs      to stk-whs(stack-ptr)
                   move ws-demand-source   to stk-source(stack-ptr)
               else
                   move 'STACK'     to ws-abend-file
                   move stack-ptr   to ws-abend-recno
           move stk-root(stack-ptr)     to ws-explode-root.
           move stk-order(stack-ptr)    to ws-explode-order.
           move stk-whs(stack-ptr)      to ws-explode-whs.
           move stk-source(stack-ptr)   to ws-explode-source.
           subtract 1 from stack-ptr.
           move 1 to ws-child-idx.
           perform 030-explode-children
           move ws-order-qty         to ws-plan-qty.
           move out-BOM-NEED-DATE    to ws-plan-need.
           move out-BOM-RELEASE-DATE to ws-plan-release.
           move ws-explode-source    to ws-plan-source.
           evaluate ws-lookup-type
               when 'P' continue
               when 'M' perform 048-begin
                   move ws-explode-root    to stk-root(stack-ptr)
                   move ws-explode-order   to stk-order(stack-ptr)
                   move ws-explode-whs     to stk-whs(stack-ptr)
                   move ws-explode-source  to stk-source(stack-ptr)
               else
                   move 'STACK'     to ws-abend-file
                   move stack-ptr   to ws-abend-recno
               end-if
           end-if.

       consume-forecast Section.
       120-begin.
           open input forecast-file.
           if ws-fcst-status not = '00'
               move 1 to fcst-eof-flag
           end-if.
           perform 120-read until fcst-eof-flag = 1.
           if ws-fcst-status = '00' or ws-fcst-status = '10'
               close forecast-file
           end-if.
           move demand-table-count to ws-real-dmd-count.
           move 1 to ws-fct-dmd-idx.
           perform 120-consume-order
               until ws-fct-dmd-idx > ws-real-dmd-count.
           move 1 to ws-fct-idx.
           perform 120-add-remainder
               until ws-fct-idx > fcst-table-count.

       120-read.
           read forecast-file
               at end set fcst-eof-flag to 1
           end-read.
           if fcst-eof-flag = 0
              and fc-week-date numeric
              and fc-qty numeric
               add 1 to fcst-row-counter
               if fcst-table-count < 2000
                   add 1 to fcst-table-count
                   move fc-item-code
                     to fct-item-code(fcst-table-count)
                   compute ws-fct-week-int =
                           function integer-of-date(fc-week-date)
                   perform 120-week-start
                   move ws-fct-week-int
                     to fct-week-int(fcst-table-count)
                   compute fct-week-date(fcst-table-count) =
                           function date-of-integer(ws-fct-week-int)
                   move fc-qty to fct-remain-qty(fcst-table-count)
               else
                   move 'FORECAST'        to ws-abend-file
                   move fcst-row-counter  to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       120-week-start.
           compute ws-fct-dow = function mod(ws-fct-week-int + 6, 7).
           subtract ws-fct-dow from ws-fct-week-int.

       120-consume-order.
           compute ws-fct-week-int = function integer-of-date
                   (dmd-need-date(ws-fct-dmd-idx)).
           perform 120-week-start.
           move dmd-qty(ws-fct-dmd-idx) to ws-fct-open-qty.
           move 1 to ws-fct-idx.
           perform 120-consume-one
               until ws-fct-idx > fcst-table-count
                  or ws-fct-open-qty = 0.
           add 1 to ws-fct-dmd-idx.

       120-consume-one.
           if fct-item-code(ws-fct-idx) = dmd-item-code(ws-fct-dmd-idx)
              and fct-week-int(ws-fct-idx) = ws-fct-week-int
               if fct-remain-qty(ws-fct-idx) >= ws-fct-open-qty
                   subtract ws-fct-open-qty
                       from fct-remain-qty(ws-fct-idx)
                   move 0 to ws-fct-open-qty
               else
                   subtract fct-remain-qty(ws-fct-idx)
                       from ws-fct-open-qty
                   move 0 to fct-remain-qty(ws-fct-idx)
               end-if
           end-if.
           add 1 to ws-fct-idx.

       120-add-remainder.
           compute ws-fct-need-int =
                   function integer-of-date(ws-today).
           if fct-remain-qty(ws-fct-idx) > 0
              and fct-week-int(ws-fct-idx) + 6 >= ws-fct-need-int
               if fct-week-int(ws-fct-idx) > ws-fct-need-int
                   move fct-week-int(ws-fct-idx) to ws-fct-need-int
               end-if
               move spaces to ws-fct-order-no
               string 'FC'                             delimited by size
                      fct-week-date(ws-fct-idx)(5:4)   delimited by size
                      into ws-fct-order-no
               if demand-table-count < 2000
                   add 1 to demand-table-count
                   add 1 to fcst-dmd-count
                   move ws-fct-order-no
                     to dmd-order-no(demand-table-count)
                   move fct-item-code(ws-fct-idx)
                     to dmd-item-code(demand-table-count)
                   move fct-remain-qty(ws-fct-idx)
                     to dmd-qty(demand-table-count)
                   compute dmd-need-date(demand-table-count) =
                           function date-of-integer(ws-fct-need-int)
                   move 'FORECAST' to dmd-source(demand-table-count)
               else
                   move 'FORECAST'        to ws-abend-file
                   move fcst-row-counter  to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.
           add 1 to ws-fct-idx.

       where-used Section.
       150-begin.
           open output whereused-report.
                   perform 999-begin
               end-if
           end-if.

       apply-scenario Section.
       210-begin.
           open output sim-summary.
           if ws-simsum-status not = '00'
               move 'SIMSUMM'         to ws-abend-file
               move ws-simsum-status  to ws-abend-status
               perform 998-begin
           end-if.
           open input scenario-file.
           if ws-scn-status not = '00'
               move 1 to scn-eof-flag
           end-if.
           perform 210-read until scn-eof-flag = 1.
           if ws-scn-status = '00' or ws-scn-status = '10'
               close scenario-file
           end-if.

       210-read.
           read scenario-file
               at end set scn-eof-flag to 1
           end-read.
           if scn-eof-flag = 0
               add 1 to scn-row-counter
               move spaces to ws-scn-result
               move 0 to ws-scn-qty ws-scn-found-idx ws-scn-hits
               if scn-qty numeric
                   move scn-qty to ws-scn-qty
               end-if
               evaluate scn-type
                   when 'D' perform 211-begin
                   when 'R' perform 212-begin
                   when 'X' perform 212-begin
                   when 'L' perform 213-begin
                   when 'S' perform 213-begin
                   when 'V' perform 214-begin
                   when other move 'INVALID TYPE' to ws-scn-result
               end-evaluate
               perform 215-begin
           end-if.

       scenario-demand Section.
       211-begin.
           move scn-item-code to ws-lookup-code.
           perform 021-begin.
           if ws-lookup-found = 0
               move 'ITEM NOT FOUND' to ws-scn-result
           else
               move 1 to ws-demand-idx
               perform 211-scan until ws-demand-idx > demand-table-count
               if ws-scn-found-idx > 0
                   perform 211-change
               else
                   perform 211-add
               end-if
           end-if.

       211-scan.
           if dmd-order-no(ws-demand-idx) = scn-order-no
              and dmd-item-code(ws-demand-idx) = scn-item-code
               move ws-demand-idx to ws-scn-found-idx
               move demand-table-count to ws-demand-idx
           end-if.
           add 1 to ws-demand-idx.

       211-change.
           if scn-qty numeric and ws-scn-qty = 0
               move ws-scn-found-idx to ws-shift-idx
               perform 211-shift
                   until ws-shift-idx >= demand-table-count
               subtract 1 from demand-table-count
               move 'DEMAND REMOVED' to ws-scn-result
           else
               if scn-qty not numeric and scn-date not numeric
                   move 'INVALID VALUES' to ws-scn-result
               else
                   if scn-qty numeric
                       move ws-scn-qty to dmd-qty(ws-scn-found-idx)
                   end-if
                   if scn-date numeric
                       move scn-date
                         to dmd-need-date(ws-scn-found-idx)
                   end-if
                   move 'DEMAND CHANGED' to ws-scn-result
               end-if
           end-if.

       211-shift.
           move ws-demand-entry(ws-shift-idx + 1)
             to ws-demand-entry(ws-shift-idx).
           add 1 to ws-shift-idx.

       211-add.
           if scn-qty numeric and ws-scn-qty > 0 and scn-date numeric
               if demand-table-count < 2000
                   add 1 to demand-table-count
                   move scn-order-no
                     to dmd-order-no(demand-table-count)
                   move scn-item-code
                     to dmd-item-code(demand-table-count)
                   move ws-scn-qty to dmd-qty(demand-table-count)
                   move scn-date
                     to dmd-need-date(demand-table-count)
                   move 'SCENARIO' to dmd-source(demand-table-count)
                   move 'DEMAND ADDED' to ws-scn-result
               else
                   move 'SCENARIO'       to ws-abend-file
                   move scn-row-counter  to ws-abend-recno
                   perform 999-begin
               end-if
           else
               move 'INVALID VALUES' to ws-scn-result
           end-if.

       scenario-receipt Section.
       212-begin.
           move 1 to ws-rct-idx.
           perform 212-scan until ws-rct-idx > receipt-table-count.
           if ws-scn-found-idx = 0
               move 'RECEIPT NOT FOUND' to ws-scn-result
           else
               if scn-type = 'X'
                   perform 212-drop
                   move 'RECEIPT CANCELLED' to ws-scn-result
               else
                   perform 212-move
               end-if
           end-if.

       212-scan.
           if rct-order-no(ws-rct-idx) = scn-order-no
              and (scn-item-code = spaces
                or rct-item-code(ws-rct-idx) = scn-item-code)
               move ws-rct-idx to ws-scn-found-idx
               move receipt-table-count to ws-rct-idx
           end-if.
           add 1 to ws-rct-idx.

       212-move.
           if scn-qty not numeric and scn-date not numeric
               move 'INVALID VALUES' to ws-scn-result
           else
               if scn-qty numeric
                   move ws-scn-qty to rct-qty(ws-scn-found-idx)
                   move ws-scn-qty to rct-orig-qty(ws-scn-found-idx)
               end-if
               if scn-date numeric
                   move scn-date to rct-due-date(ws-scn-found-idx)
               end-if
               move 'RECEIPT MOVED' to ws-scn-result
           end-if.

       212-drop.
           move ws-scn-found-idx to ws-shift-idx.
           perform 212-shift until ws-shift-idx >= receipt-table-count.
           subtract 1 from receipt-table-count.

       212-shift.
           move ws-receipt-entry(ws-shift-idx + 1)
             to ws-receipt-entry(ws-shift-idx).
           add 1 to ws-shift-idx.

       scenario-item Section.
       213-begin.
           move scn-item-code to ws-lookup-code.
           perform 021-begin.
           if ws-lookup-found = 0
               move 'ITEM NOT FOUND' to ws-scn-result
           else
               if scn-qty not numeric
                   move 'INVALID VALUES' to ws-scn-result
               else
                   if scn-type = 'L'
                       perform 213-leadtime
                   else
                       perform 213-stock
                   end-if
               end-if
           end-if.

       213-leadtime.
           if ws-scn-qty > 9999
               move 'INVALID VALUES' to ws-scn-result
           else
               move ws-scn-qty to wit-item-leadtime(ws-lookup-entry)
               move 'LEADTIME SET' to ws-scn-result
           end-if.

       213-stock.
           move ws-scn-qty to wit-item-stock(ws-lookup-entry).
           if ws-scn-qty > wit-item-safety(ws-lookup-entry)
               compute wit-item-avail(ws-lookup-entry) =
                   ws-scn-qty - wit-item-safety(ws-lookup-entry)
           else
               move 0 to wit-item-avail(ws-lookup-entry)
           end-if.
           move wit-item-whs(ws-lookup-entry) to ws-explode-whs.
           perform 167-begin.
           if ws-wst-found-idx > 0
               move ws-scn-qty to wht-avail(ws-wst-found-idx)
           end-if.
           move 'STOCK SET' to ws-scn-result.

       scenario-vendor Section.
       214-begin.
           if scv-vad = spaces
               move 'INVALID VALUES' to ws-scn-result
           else
               move scv-vad to ws-blk-vad
               perform 216-begin
               if ws-blk-found = 0
                   if blk-table-count >= 50
                       move 'SCENARIO'       to ws-abend-file
                       move scn-row-counter  to ws-abend-recno
                       perform 999-begin
                   end-if
                   add 1 to blk-table-count
                   move scv-vad to blk-vad(blk-table-count)
               end-if
               move 1 to ws-rct-idx
               perform 214-scan until ws-rct-idx > receipt-table-count
               move 'VENDOR BLOCKED' to ws-scn-result
           end-if.

       214-scan.
           move rct-item-code(ws-rct-idx) to ws-lookup-code.
           perform 021-begin.
           if ws-lookup-found = 1 and ws-lookup-vad = scv-vad
              and ws-lookup-type = 'B'
               move ws-rct-idx to ws-scn-found-idx
               perform 212-drop
               add 1 to ws-scn-hits
           else
               add 1 to ws-rct-idx
           end-if.

       check-blocked Section.
       216-begin.
           move 0 to ws-blk-found.
           move 1 to ws-blk-idx.
           perform 216-scan until ws-blk-idx > blk-table-count.

       216-scan.
           if blk-vad(ws-blk-idx) = ws-blk-vad
               move 1 to ws-blk-found
               move blk-table-count to ws-blk-idx
           end-if.
           add 1 to ws-blk-idx.

       scenario-echo Section.
       215-begin.
           move spaces to sim-scenario-line.
           move 'SCENARIO'    to ssl-label.
           move scn-type      to ssl-type.
           if scn-type = 'V'
               move scv-vad   to ssl-item-code
               move ws-scn-hits to ssl-qty
           else
               move scn-order-no  to ssl-order-no
               move scn-item-code to ssl-item-code
               move scn-qty       to ssl-qty
               move scn-date      to ssl-date
           end-if.
           move ws-scn-result to ssl-result.
           write sim-scenario-line.
           evaluate ws-scn-result
               when 'ITEM NOT FOUND'
               when 'RECEIPT NOT FOUND'
               when 'INVALID VALUES'
               when 'INVALID TYPE'
                   add 1 to scn-ignored-count
               when other
                   add 1 to scn-applied-count
           end-evaluate.

       simulation-summary Section.
       220-begin.
           move 0 to sim-new-short-count sim-chg-short-count.
           move 0 to sim-chg-plan-count sim-uncov-count.
           move 0 to ws-new-short-amt ws-chg-short-amt ws-uncov-amt.
           move 0 to ws-chg-plan-amt ws-added-exposure.
           move spaces to sim-total-line.
           if run-comp = spaces
               perform 230-begin
               perform 232-begin
               perform 234-begin
               perform 238-begin
           end-if.
           move 'NEW SHORTAGES'          to stl-desc.
           move sim-new-short-count      to stl-count.
           move ws-new-short-amt         to stl-amount.
           perform 220-total-line.
           move 'CHANGED SHORTAGES'      to stl-desc.
           move sim-chg-short-count      to stl-count.
           move ws-chg-short-amt         to stl-amount.
           perform 220-total-line.
           move 'CHANGED PLANNED ORDERS' to stl-desc.
           move sim-chg-plan-count       to stl-count.
           move ws-chg-plan-amt          to stl-amount.
           perform 220-total-line.
           move 'UNCOVERED BLOCKED VENDOR' to stl-desc.
           move sim-uncov-count          to stl-count.
           move ws-uncov-amt             to stl-amount.
           perform 220-total-line.
           compute ws-added-exposure =
                   ws-new-short-amt + ws-chg-short-amt.
           move 'ADDED EXPOSURE'         to stl-desc.
           move 0                        to stl-count.
           move ws-added-exposure        to stl-amount.
           perform 220-total-line.
           close sim-summary.
           display 'SCENARIO LINES READ  :' scn-row-counter.
           display 'SCENARIO LINES USED  :' scn-applied-count.
           display 'SCENARIO LINES REJECT:' scn-ignored-count.
           display 'NEW SHORTAGES        :' sim-new-short-count.
           display 'PLANNED ORDER CHANGES:' sim-chg-plan-count.
           display 'BLOCKED UNCOVERED    :' sim-uncov-count.
           display 'ADDED EXPOSURE       :' ws-added-exposure.

       220-total-line.
           move 'TOTAL' to stl-label.
           write sim-total-line.
           move spaces to sim-total-line.

       compare-shortages Section.
       230-begin.
           move 0 to cmp-table-count.
           move 'L' to ws-cmp-side.
           move 'E:\MRP_Shampoo\SHORTAGE.txt' to ws-shortage-name.
           perform 230-load.
           move 'S' to ws-cmp-side.
           move 'E:\MRP_Shampoo\SIM_SHORTAGE.txt' to ws-shortage-name.
           perform 230-load.
           move 'SHORTAGE' to ws-cmp-label.
           move 1 to ws-cmp-idx.
           perform 240-begin until ws-cmp-idx > cmp-table-count.

       230-load.
           move 0 to cmp-read-eof-flag.
           open input shortage-report.
           if ws-short-status not = '00'
               move 1 to cmp-read-eof-flag
           end-if.
           perform 230-read until cmp-read-eof-flag = 1.
           if ws-short-status = '00' or ws-short-status = '10'
               close shortage-report
           end-if.

       230-read.
           read shortage-report
               at end set cmp-read-eof-flag to 1
           end-read.
           if cmp-read-eof-flag = 0 and short-shortfall numeric
               move short-comp-code to ws-cmp-code
               move short-shortfall to ws-cmp-qty
               move 0               to ws-cmp-date
               perform 236-begin
           end-if.

       compare-planned Section.
       232-begin.
           move 0 to cmp-table-count.
           move 'L' to ws-cmp-side.
           move 'E:\MRP_Shampoo\PLANNED.txt' to ws-planned-name.
           move 0 to cmp-read-eof-flag.
           open input planned-orders.
           if ws-planned-status not = '00'
               move 1 to cmp-read-eof-flag
           end-if.
           perform 232-read until cmp-read-eof-flag = 1.
           if ws-planned-status = '00' or ws-planned-status = '10'
               close planned-orders
           end-if.
           move 'S' to ws-cmp-side.
           move 1 to ws-pln-idx.
           perform 232-sim until ws-pln-idx > pln-table-count.
           move 'PLANNED' to ws-cmp-label.
           move 1 to ws-cmp-idx.
           perform 240-begin until ws-cmp-idx > cmp-table-count.

       232-read.
           read planned-orders
               at end set cmp-read-eof-flag to 1
           end-read.
           if cmp-read-eof-flag = 0
              and pord-vadname not = 'VENDOR TOTAL'
              and pord-order-qty numeric
               move pord-vad to ws-blk-vad
               perform 216-begin
               if ws-blk-found = 0
                   move pord-item-code to ws-cmp-code
                   move pord-order-qty to ws-cmp-qty
                   move pord-need-date to ws-cmp-date
                   perform 236-begin
               end-if
           end-if.

       232-sim.
           if pln-source(ws-pln-idx) not = 'BLOCKED'
               move pln-item-code(ws-pln-idx) to ws-cmp-code
               move pln-order-qty(ws-pln-idx) to ws-cmp-qty
               move pln-need-date(ws-pln-idx) to ws-cmp-date
               perform 236-begin
           end-if.
           add 1 to ws-pln-idx.

       compare-work-orders Section.
       234-begin.
           move 0 to cmp-table-count.
           move 'L' to ws-cmp-side.
           move 'E:\MRP_Shampoo\WORKORD.txt' to ws-workord-name.
           move 0 to cmp-read-eof-flag.
           open input work-orders.
           if ws-workord-status not = '00'
               move 1 to cmp-read-eof-flag
           end-if.
           perform 234-read until cmp-read-eof-flag = 1.
           if ws-workord-status = '00' or ws-workord-status = '10'
               close work-orders
           end-if.
           move 'S' to ws-cmp-side.
           move 1 to ws-wo-idx.
           perform 234-sim until ws-wo-idx > wo-table-count.
           move 'WORKORD' to ws-cmp-label.
           move 1 to ws-cmp-idx.
           perform 240-begin until ws-cmp-idx > cmp-table-count.

       234-read.
           read work-orders
               at end set cmp-read-eof-flag to 1
           end-read.
           if cmp-read-eof-flag = 0 and wo-order-qty numeric
               move wo-item-code to ws-cmp-code
               move wo-order-qty to ws-cmp-qty
               move wo-need-date to ws-cmp-date
               perform 236-begin
           end-if.

       234-sim.
           move wko-item-code(ws-wo-idx) to ws-cmp-code.
           move wko-order-qty(ws-wo-idx) to ws-cmp-qty.
           move wko-need-date(ws-wo-idx) to ws-cmp-date.
           perform 236-begin.
           add 1 to ws-wo-idx.

       compare-blocked Section.
       238-begin.
           move 0 to cmp-table-count.
           move 'S' to ws-cmp-side.
           move 1 to ws-pln-idx.
           perform 238-sim until ws-pln-idx > pln-table-count.
           move 'BLOCKED' to ws-cmp-label.
           move 1 to ws-cmp-idx.
           perform 240-begin until ws-cmp-idx > cmp-table-count.

       238-sim.
           if pln-source(ws-pln-idx) = 'BLOCKED'
               move pln-item-code(ws-pln-idx) to ws-cmp-code
               move pln-order-qty(ws-pln-idx) to ws-cmp-qty
               move pln-need-date(ws-pln-idx) to ws-cmp-date
               perform 236-begin
           end-if.
           add 1 to ws-pln-idx.

       accumulate-compare Section.
       236-begin.
           move 0 to ws-cmp-found-idx.
           move 1 to ws-cmp-idx.
           perform 236-scan until ws-cmp-idx > cmp-table-count.
           if ws-cmp-found-idx = 0
               if cmp-table-count >= 5000
                   move 'SIMSUMM'        to ws-abend-file
                   move cmp-table-count  to ws-abend-recno
                   perform 999-begin
               end-if
               add 1 to cmp-table-count
               move cmp-table-count to ws-cmp-found-idx
               move ws-cmp-code to cmp-item-code(ws-cmp-found-idx)
               move 0 to cmp-live-qty(ws-cmp-found-idx)
               move 0 to cmp-sim-qty(ws-cmp-found-idx)
               move 0 to cmp-live-date(ws-cmp-found-idx)
               move 0 to cmp-sim-date(ws-cmp-found-idx)
           end-if.
           if ws-cmp-side = 'L'
               add ws-cmp-qty to cmp-live-qty(ws-cmp-found-idx)
               if cmp-live-date(ws-cmp-found-idx) = 0
                  or ws-cmp-date < cmp-live-date(ws-cmp-found-idx)
                   move ws-cmp-date to cmp-live-date(ws-cmp-found-idx)
               end-if
           else
               add ws-cmp-qty to cmp-sim-qty(ws-cmp-found-idx)
               if cmp-sim-date(ws-cmp-found-idx) = 0
                  or ws-cmp-date < cmp-sim-date(ws-cmp-found-idx)
                   move ws-cmp-date to cmp-sim-date(ws-cmp-found-idx)
               end-if
           end-if.

       236-scan.
           if cmp-item-code(ws-cmp-idx) = ws-cmp-code
               move ws-cmp-idx to ws-cmp-found-idx
               move cmp-table-count to ws-cmp-idx
           end-if.
           add 1 to ws-cmp-idx.

       write-compare Section.
       240-begin.
           compute ws-cmp-diff = cmp-sim-qty(ws-cmp-idx)
                               - cmp-live-qty(ws-cmp-idx).
           if ws-cmp-diff not = 0
              or cmp-sim-date(ws-cmp-idx) not =
                 cmp-live-date(ws-cmp-idx)
               perform 240-write
           end-if.
           add 1 to ws-cmp-idx.

       240-write.
           move cmp-item-code(ws-cmp-idx) to ws-lookup-code.
           perform 021-begin.
           compute ws-cmp-exposure rounded =
                   ws-cmp-diff * ws-lookup-cost.
           move spaces to ws-cmp-flag.
           evaluate ws-cmp-label
               when 'SHORTAGE' perform 240-shortage
               when 'BLOCKED'  perform 240-blocked
               when other      perform 240-order
           end-evaluate.
           move spaces to sim-compare-line.
           move ws-cmp-label               to scl-label.
           move cmp-item-code(ws-cmp-idx)  to scl-item-code.
           move ws-lookup-desc             to scl-item-desc.
           move cmp-live-qty(ws-cmp-idx)   to scl-live-qty.
           move cmp-sim-qty(ws-cmp-idx)    to scl-sim-qty.
           move ws-cmp-diff                to scl-diff-qty.
           move cmp-live-date(ws-cmp-idx)  to scl-live-date.
           move cmp-sim-date(ws-cmp-idx)   to scl-sim-date.
           move ws-cmp-exposure            to scl-exposure.
           move ws-cmp-flag                to scl-flag.
           write sim-compare-line.

       240-shortage.
           evaluate true
               when cmp-live-qty(ws-cmp-idx) = 0
                   move 'NEW SHORTAGE' to ws-cmp-flag
                   add 1 to sim-new-short-count
                   add ws-cmp-exposure to ws-new-short-amt
               when cmp-sim-qty(ws-cmp-idx) = 0
                   move 'SHORTAGE CLEARED' to ws-cmp-flag
                   add 1 to sim-chg-short-count
                   add ws-cmp-exposure to ws-chg-short-amt
               when ws-cmp-diff > 0
                   move 'SHORTAGE UP' to ws-cmp-flag
                   add 1 to sim-chg-short-count
                   add ws-cmp-exposure to ws-chg-short-amt
               when other
                   move 'SHORTAGE DOWN' to ws-cmp-flag
                   add 1 to sim-chg-short-count
                   add ws-cmp-exposure to ws-chg-short-amt
           end-evaluate.

       240-blocked.
           move 'UNCOVERED' to ws-cmp-flag.
           add 1 to sim-uncov-count.
           add ws-cmp-exposure to ws-uncov-amt.

       240-order.
           evaluate true
               when cmp-live-qty(ws-cmp-idx) = 0
                   move 'NEW ORDER' to ws-cmp-flag
               when cmp-sim-qty(ws-cmp-idx) = 0
                   move 'ORDER DROPPED' to ws-cmp-flag
               when ws-cmp-diff not = 0
                and cmp-sim-date(ws-cmp-idx) not =
                    cmp-live-date(ws-cmp-idx)
                   move 'QTY+DATE CHANGED' to ws-cmp-flag
               when ws-cmp-diff not = 0
                   move 'QTY CHANGED' to ws-cmp-flag
               when other
                   move 'DATE CHANGED' to ws-cmp-flag
           end-evaluate.
           add 1 to sim-chg-plan-count.
           add ws-cmp-exposure to ws-chg-plan-amt.
