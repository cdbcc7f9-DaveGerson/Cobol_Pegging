       identification division.
       program-id. Capacity_Plan.
       AUTHOR. DAVE Gerson.
       INSTALLATION. CITI.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
       SECURITY.      LOCAL GROUP.

       environment division.
       configuration section.
       Input-Output Section.
       File-Control.
           Select routing-file assign 'E:\MRP_Shampoo\ROUTING.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-routing-status.
           Select work-centers assign 'E:\MRP_Shampoo\WORKCTR.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-wc-status.
           Select shop-calendar assign 'E:\MRP_Shampoo\CALENDAR.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-cal-status.
           Select work-orders assign 'E:\MRP_Shampoo\WORKORD.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-wo-status.
           Select shop-orders assign 'E:\MRP_Shampoo\SHOPORD.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-so-status.
           Select crp-parm assign 'E:\MRP_Shampoo\CRPPARM.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-parm-status.
           Select crp-report assign 'E:\MRP_Shampoo\CRPLOAD.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-report-status.

       Data Division.
       File Section.
       fd routing-file.
       01 routing-record.
          03 rtg-item-code PIC x(5).
          03 FILLER PIC x.
          03 rtg-seq PIC 9(3).
          03 FILLER PIC x.
          03 rtg-wc-code PIC x(4).
          03 FILLER PIC x.
          03 rtg-hours-unit PIC 9(3)V9999.
       fd work-centers.
       01 work-center-record.
          03 wcm-code PIC x(4).
          03 FILLER PIC x.
          03 wcm-desc PIC x(20).
          03 FILLER PIC x.
          03 wcm-hours-day PIC 9(3)V99.
       fd shop-calendar.
       01 calendar-record.
          03 cal-date PIC 9(8).
          03 FILLER PIC x.
          03 cal-desc PIC x(30).
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
       fd crp-parm.
       01 crp-parm-record.
          03 crp-weeks PIC 9(2).
       fd crp-report.
       01 crp-load-line.
          03 crl-wc-code PIC x(4).
          03 FILLER PIC x.
          03 crl-wc-desc PIC x(20).
          03 FILLER PIC x.
          03 crl-week-start PIC 9(8).
          03 FILLER PIC x.
          03 crl-work-days PIC 9.
          03 FILLER PIC x.
          03 crl-capacity PIC   9(7)V99.
          03 FILLER PIC x.
          03 crl-load PIC   9(7)V99.
          03 FILLER PIC x.
          03 crl-pct PIC   9(4).
          03 FILLER PIC x.
          03 crl-flag PIC x(8).
       01 crp-detail-line.
          03 cdl-wc-code PIC x(4).
          03 FILLER PIC x.
          03 cdl-source PIC x(8).
          03 FILLER PIC x.
          03 cdl-order-no PIC x(6).
          03 FILLER PIC x.
          03 cdl-item-code PIC x(5).
          03 FILLER PIC x.
          03 cdl-seq PIC 9(3).
          03 FILLER PIC x.
          03 cdl-order-qty PIC   9(7)V999.
          03 FILLER PIC x.
          03 cdl-release-date PIC   9(8).
          03 FILLER PIC x.
          03 cdl-need-date PIC   9(8).
          03 FILLER PIC x.
          03 cdl-hours PIC   9(7)V99.
       01 crp-exception-line.
          03 cxl-wc-code PIC x(4).
          03 FILLER PIC x.
          03 cxl-source PIC x(8).
          03 FILLER PIC x.
          03 cxl-order-no PIC x(6).
          03 FILLER PIC x.
          03 cxl-item-code PIC x(5).
          03 FILLER PIC x.
          03 cxl-message PIC x(25).
       working-storage section.
       01  ws-numerics             comp value low-values.
           03  read-eof-flag       pic 9.
           03  routing-row-counter pic 9(4).
           03  routing-table-count pic 9(4).
           03  wc-row-counter      pic 9(4).
           03  wc-table-count      pic 9(4).
           03  cal-row-counter     pic 9(4).
           03  hol-table-count     pic 9(4).
           03  wo-row-counter      pic 9(4).
           03  so-row-counter      pic 9(4).
           03  rls-table-count     pic 9(4).
           03  ws-rls-idx          pic 9(4).
           03  ws-rls-found        pic 9.
           03  released-skip-count pic 9(4).
           03  order-table-count   pic 9(4).
           03  detail-table-count  pic 9(4).
           03  no-routing-count    pic 9(4).
           03  overload-count      pic 9(4).
           03  ws-horizon-weeks    pic 9(2).
           03  ws-rtg-idx          pic 9(4).
           03  ws-wc-idx           pic 9(4).
           03  ws-ord-idx          pic 9(4).
           03  ws-dtl-idx          pic 9(4).
           03  ws-week-idx         pic 9(4).
           03  ws-cur-week         pic 9(4).
           03  ws-hol-idx          pic 9(4).
           03  ws-routed-flag      pic 9.
           03  ws-working-flag     pic 9.
           03  ws-work-day-count   pic 9(4).

       01  ws-routing-status  pic xx.
       01  ws-wc-status       pic xx.
       01  ws-cal-status      pic xx.
       01  ws-wo-status       pic xx.
       01  ws-so-status       pic xx.
       01  ws-parm-status     pic xx.
       01  ws-report-status   pic xx.

       01  ws-holiday-table.
           03  hol-date-int pic 9(8) comp occurs 400 times.

       01  ws-routing-table.
           03  ws-routing-entry occurs 2000 times.
               05  rtt-item-code     pic x(5).
               05  rtt-seq           pic 9(3).
               05  rtt-wc-code       pic x(4).
               05  rtt-hours-unit    pic 9(3)v9999.
               05  rtt-wc-idx        pic 9(4).

       01  ws-wc-table.
           03  ws-wc-entry occurs 200 times.
               05  wct-code          pic x(4).
               05  wct-desc          pic x(20).
               05  wct-hours-day     pic 9(3)v99.
               05  wct-load          pic 9(7)v99 occurs 52 times.

       01  ws-week-table.
           03  ws-week-entry occurs 52 times.
               05  wkt-start-int     pic 9(8).
               05  wkt-start-date    pic 9(8).
               05  wkt-work-days     pic 9.

       01  ws-order-table.
           03  ws-order-entry occurs 5000 times.
               05  ord-source        pic x(8).
               05  ord-order-no      pic x(6).
               05  ord-item-code     pic x(5).
               05  ord-qty           pic 9(7)v999.
               05  ord-release-date  pic 9(8).
               05  ord-need-date     pic 9(8).

       01  ws-released-table.
           03  ws-released-entry occurs 5000 times.
               05  rls-ref-order-no  pic x(6).
               05  rls-item-code     pic x(5).

       01  ws-detail-table.
           03  ws-detail-entry occurs 5000 times.
               05  dtl-wc-idx        pic 9(4).
               05  dtl-week          pic 9(4).
               05  dtl-ord-idx       pic 9(4).
               05  dtl-seq           pic 9(3).
               05  dtl-hours         pic 9(7)v99.

       01  ws-date-fields.
           03  ws-today           pic 9(8).
           03  ws-today-int       pic s9(8).
           03  ws-horizon-int     pic s9(8).
           03  ws-horizon-end     pic s9(8).
           03  ws-day-int         pic s9(8).
           03  ws-start-int       pic s9(8).
           03  ws-end-int         pic s9(8).
           03  ws-dow             pic 9.

       01  ws-work-fields.
           03  ws-op-hours        pic 9(9)v9999.
           03  ws-day-hours       pic 9(9)v9999.
           03  ws-week-hours      pic 9(9)v9999.
           03  ws-capacity        pic 9(7)v99.
           03  ws-pct             pic 9(6).
           03  ws-remaining-qty   pic s9(7)v999.
           03  ws-abend-file      pic x(12).
           03  ws-abend-recno     pic 9(5).
           03  ws-abend-status    pic xx.

       procedure division.
       000-Main Section.
       000-begin.
           accept ws-today from date yyyymmdd.
           compute ws-today-int = function integer-of-date(ws-today).
           perform 010-begin.
           perform 020-begin.
           perform 025-begin.
           perform 030-begin.
           perform 035-begin.
           perform 045-begin.
           perform 040-begin.
           open output crp-report.
           if ws-report-status not = '00'
               move 'CRPLOAD'          to ws-abend-file
               move ws-report-status   to ws-abend-status
               perform 998-begin
           end-if.
           move 0 to ws-ord-idx.
           perform 100-begin until ws-ord-idx >= order-table-count.
           perform 200-begin.
           close crp-report.
           display 'ROUTING LINES READ   :' routing-row-counter.
           display 'WORK CENTERS READ    :' wc-row-counter.
           display 'PLANNED WORK ORDERS  :' wo-row-counter.
           display 'OPEN SHOP ORDERS     :' so-row-counter.
           display 'RELEASED WO SKIPPED  :' released-skip-count.
           display 'ORDERS NOT ROUTED    :' no-routing-count.
           display 'OVERLOADED WEEKS     :' overload-count.
           STOP RUN.

       abend-open Section.
       998-begin.
           display 'FILE OPEN FAILED: ' ws-abend-file
                   ' STATUS ' ws-abend-status.
           display 'RUN STOPPED - NO CAPACITY PLAN PRODUCED'.
           move 16 to return-code.
           STOP RUN.

       abend-capacity Section.
       999-begin.
           display 'TABLE CAPACITY EXCEEDED: ' ws-abend-file
                   ' RECORD ' ws-abend-recno.
           display 'RUN STOPPED - NO CAPACITY PLAN PRODUCED'.
           move 16 to return-code.
           STOP RUN.

       load-parms Section.
       010-begin.
           move 13 to ws-horizon-weeks.
           open input crp-parm.
           if ws-parm-status = '00'
               read crp-parm
                   at end move 0 to crp-weeks
               end-read
               if crp-weeks numeric and crp-weeks > 0
                   move crp-weeks to ws-horizon-weeks
               end-if
               if ws-horizon-weeks > 52
                   move 52 to ws-horizon-weeks
               end-if
               close crp-parm
           end-if.

       load-calendar Section.
       020-begin.
           open input shop-calendar.
           if ws-cal-status = '00'
               move 0 to read-eof-flag
               perform 020-read until read-eof-flag = 1
               close shop-calendar
           end-if.

       020-read.
           read shop-calendar
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0 and cal-date numeric
               add 1 to cal-row-counter
               if hol-table-count < 400
                   add 1 to hol-table-count
                   compute hol-date-int(hol-table-count) =
                           function integer-of-date(cal-date)
               else
                   move 'CALENDAR'      to ws-abend-file
                   move cal-row-counter to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       build-weeks Section.
       025-begin.
           compute ws-dow = function mod(ws-today-int + 6, 7).
           compute ws-horizon-int = ws-today-int - ws-dow.
           compute ws-horizon-end = ws-horizon-int
                                  + ws-horizon-weeks * 7.
           move 0 to ws-week-idx.
           perform 025-week until ws-week-idx >= ws-horizon-weeks.

       025-week.
           add 1 to ws-week-idx.
           compute wkt-start-int(ws-week-idx) =
                   ws-horizon-int + (ws-week-idx - 1) * 7.
           compute wkt-start-date(ws-week-idx) = function
                   date-of-integer(wkt-start-int(ws-week-idx)).
           move 0 to wkt-work-days(ws-week-idx).
           move wkt-start-int(ws-week-idx) to ws-day-int.
           perform 025-day
               until ws-day-int >= wkt-start-int(ws-week-idx) + 7.

       025-day.
           perform 300-begin.
           if ws-working-flag = 1
               add 1 to wkt-work-days(ws-week-idx)
           end-if.
           add 1 to ws-day-int.

       load-work-centers Section.
       030-begin.
           open input work-centers.
           if ws-wc-status not = '00'
               move 'WORKCTR'        to ws-abend-file
               move ws-wc-status     to ws-abend-status
               perform 998-begin
           end-if.
           move 0 to read-eof-flag.
           perform 030-read until read-eof-flag = 1.
           close work-centers.

       030-read.
           read work-centers
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
               add 1 to wc-row-counter
               if wc-table-count < 200
                   add 1 to wc-table-count
                   move wcm-code to wct-code(wc-table-count)
                   move wcm-desc to wct-desc(wc-table-count)
                   if wcm-hours-day numeric
                       move wcm-hours-day
                         to wct-hours-day(wc-table-count)
                   else
                       move 0 to wct-hours-day(wc-table-count)
                   end-if
                   move 0 to ws-week-idx
                   perform 030-clear until ws-week-idx >= 52
               else
                   move 'WORKCTR'        to ws-abend-file
                   move wc-row-counter   to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       030-clear.
           add 1 to ws-week-idx.
           move 0 to wct-load(wc-table-count ws-week-idx).

       load-routing Section.
       035-begin.
           open input routing-file.
           if ws-routing-status not = '00'
               move 'ROUTING'          to ws-abend-file
               move ws-routing-status  to ws-abend-status
               perform 998-begin
           end-if.
           move 0 to read-eof-flag.
           perform 035-read until read-eof-flag = 1.
           close routing-file.

       035-read.
           read routing-file
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
               add 1 to routing-row-counter
               if routing-table-count < 2000
                   add 1 to routing-table-count
                   move rtg-item-code
                     to rtt-item-code(routing-table-count)
                   move rtg-wc-code to rtt-wc-code(routing-table-count)
                   if rtg-seq numeric
                       move rtg-seq to rtt-seq(routing-table-count)
                   else
                       move 0 to rtt-seq(routing-table-count)
                   end-if
                   if rtg-hours-unit numeric
                       move rtg-hours-unit
                         to rtt-hours-unit(routing-table-count)
                   else
                       move 0 to rtt-hours-unit(routing-table-count)
                   end-if
                   move 0 to rtt-wc-idx(routing-table-count)
                   move 0 to ws-wc-idx
                   perform 035-find-wc until ws-wc-idx >= wc-table-count
               else
                   move 'ROUTING'           to ws-abend-file
                   move routing-row-counter to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.

       035-find-wc.
           add 1 to ws-wc-idx.
           if wct-code(ws-wc-idx) = rtg-wc-code
               move ws-wc-idx to rtt-wc-idx(routing-table-count)
               move wc-table-count to ws-wc-idx
           end-if.

       load-work-orders Section.
       040-begin.
           open input work-orders.
           if ws-wo-status = '00'
               move 0 to read-eof-flag
               perform 040-read until read-eof-flag = 1
               close work-orders
           end-if.

       040-read.
           read work-orders
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
              and wo-order-qty numeric
              and wo-release-date numeric
              and wo-need-date numeric
               perform 040-match
               if ws-rls-found = 1
                   add 1 to released-skip-count
               else
                   perform 040-add
               end-if
           end-if.

       040-add.
           add 1 to wo-row-counter.
           if order-table-count < 5000
               add 1 to order-table-count
               move 'PLANNED' to ord-source(order-table-count)
               move wo-order-no to ord-order-no(order-table-count)
               move wo-item-code to ord-item-code(order-table-count)
               move wo-order-qty to ord-qty(order-table-count)
               move wo-release-date
                 to ord-release-date(order-table-count)
               move wo-need-date to ord-need-date(order-table-count)
           else
               move 'WORKORD'        to ws-abend-file
               move wo-row-counter   to ws-abend-recno
               perform 999-begin
           end-if.

       040-match.
           move 0 to ws-rls-found.
           move 1 to ws-rls-idx.
           perform 040-match-one until ws-rls-idx > rls-table-count.

       040-match-one.
           if rls-ref-order-no(ws-rls-idx) = wo-order-no
              and rls-item-code(ws-rls-idx) = wo-item-code
               move 1 to ws-rls-found
               move rls-table-count to ws-rls-idx
           end-if.
           add 1 to ws-rls-idx.

       load-shop-orders Section.
       045-begin.
           open input shop-orders.
           if ws-so-status = '00'
               move 0 to read-eof-flag
               perform 045-read until read-eof-flag = 1
               close shop-orders
           end-if.

       045-read.
           read shop-orders
               at end set read-eof-flag to 1
           end-read.
           if read-eof-flag = 0
              and so-status not = 'C'
              and so-ref-order-no not = spaces
               perform 045-released
           end-if.
           if read-eof-flag = 0
              and so-status not = 'C'
              and so-order-qty numeric
              and so-release-date numeric
              and so-need-date numeric
               move so-order-qty to ws-remaining-qty
               if so-done-qty numeric
                   subtract so-done-qty from ws-remaining-qty
               end-if
               if ws-remaining-qty > 0
                   perform 045-add
               end-if
           end-if.

       045-add.
           add 1 to so-row-counter.
           if order-table-count < 5000
               add 1 to order-table-count
               move 'SHOPORD' to ord-source(order-table-count)
               move so-order-no to ord-order-no(order-table-count)
               move so-item-code to ord-item-code(order-table-count)
               move ws-remaining-qty to ord-qty(order-table-count)
               move so-release-date
                 to ord-release-date(order-table-count)
               move so-need-date to ord-need-date(order-table-count)
           else
               move 'SHOPORD'        to ws-abend-file
               move so-row-counter   to ws-abend-recno
               perform 999-begin
           end-if.

       045-released.
           if rls-table-count < 5000
               add 1 to rls-table-count
               move so-ref-order-no
                 to rls-ref-order-no(rls-table-count)
               move so-item-code to rls-item-code(rls-table-count)
           else
               move 'SHOPORD'        to ws-abend-file
               move rls-table-count  to ws-abend-recno
               perform 999-begin
           end-if.

       load-one-order Section.
       100-begin.
           add 1 to ws-ord-idx.
           move 0 to ws-routed-flag.
           move 0 to ws-rtg-idx.
           perform 110-begin until ws-rtg-idx >= routing-table-count.
           if ws-routed-flag = 0
               move spaces to crp-exception-line
               move ord-source(ws-ord-idx)    to cxl-source
               move ord-order-no(ws-ord-idx)  to cxl-order-no
               move ord-item-code(ws-ord-idx) to cxl-item-code
               move 'NO ROUTING FOR ITEM'     to cxl-message
               write crp-exception-line
               add 1 to no-routing-count
           end-if.

       load-one-operation Section.
       110-begin.
           add 1 to ws-rtg-idx.
           if rtt-item-code(ws-rtg-idx) = ord-item-code(ws-ord-idx)
               move 1 to ws-routed-flag
               if rtt-wc-idx(ws-rtg-idx) = 0
                   move spaces to crp-exception-line
                   move rtt-wc-code(ws-rtg-idx)   to cxl-wc-code
                   move ord-source(ws-ord-idx)    to cxl-source
                   move ord-order-no(ws-ord-idx)  to cxl-order-no
                   move ord-item-code(ws-ord-idx) to cxl-item-code
                   move 'WORK CENTER NOT ON FILE' to cxl-message
                   write crp-exception-line
               else
                   perform 120-begin
               end-if
           end-if.

       spread-load Section.
       120-begin.
           compute ws-op-hours = ord-qty(ws-ord-idx)
                               * rtt-hours-unit(ws-rtg-idx).
           compute ws-start-int = function integer-of-date
                   (ord-release-date(ws-ord-idx)).
           compute ws-end-int = function integer-of-date
                   (ord-need-date(ws-ord-idx)).
           if ws-start-int < ws-horizon-int
               move ws-horizon-int to ws-start-int
           end-if.
           if ws-end-int <= ws-start-int
               compute ws-end-int = ws-start-int + 1
           end-if.
           move 0 to ws-work-day-count.
           move ws-start-int to ws-day-int.
           perform 120-count-day until ws-day-int >= ws-end-int.
           if ws-work-day-count = 0
               move ws-start-int to ws-day-int
               perform 300-begin
               perform 120-next-working until ws-working-flag = 1
               move ws-day-int to ws-start-int
               compute ws-end-int = ws-start-int + 1
               move 1 to ws-work-day-count
           end-if.
           compute ws-day-hours = ws-op-hours / ws-work-day-count.
           move 0 to ws-cur-week.
           move 0 to ws-week-hours.
           move ws-start-int to ws-day-int.
           perform 120-load-day until ws-day-int >= ws-end-int.
           perform 120-flush.

       120-count-day.
           perform 300-begin.
           if ws-working-flag = 1
               add 1 to ws-work-day-count
           end-if.
           add 1 to ws-day-int.

       120-next-working.
           add 1 to ws-day-int.
           perform 300-begin.

       120-load-day.
           perform 300-begin.
           if ws-working-flag = 1 and ws-day-int < ws-horizon-end
               compute ws-week-idx =
                       (ws-day-int - ws-horizon-int) / 7 + 1
               if ws-week-idx not = ws-cur-week
                   perform 120-flush
                   move ws-week-idx to ws-cur-week
               end-if
               add ws-day-hours to ws-week-hours
           end-if.
           add 1 to ws-day-int.

       120-flush.
           if ws-cur-week > 0 and ws-week-hours > 0
               move rtt-wc-idx(ws-rtg-idx) to ws-wc-idx
               add ws-week-hours to wct-load(ws-wc-idx ws-cur-week)
               if detail-table-count < 5000
                   add 1 to detail-table-count
                   move ws-wc-idx   to dtl-wc-idx(detail-table-count)
                   move ws-cur-week to dtl-week(detail-table-count)
                   move ws-ord-idx  to dtl-ord-idx(detail-table-count)
                   move rtt-seq(ws-rtg-idx)
                     to dtl-seq(detail-table-count)
                   move ws-week-hours to dtl-hours(detail-table-count)
               else
                   move 'CRPDETAIL'       to ws-abend-file
                   move ws-ord-idx        to ws-abend-recno
                   perform 999-begin
               end-if
           end-if.
           move 0 to ws-week-hours.

       write-load-report Section.
       200-begin.
           move 0 to ws-wc-idx.
           perform 210-begin until ws-wc-idx >= wc-table-count.

       write-work-center Section.
       210-begin.
           add 1 to ws-wc-idx.
           move 0 to ws-week-idx.
           perform 220-begin until ws-week-idx >= ws-horizon-weeks.

       write-week-bucket Section.
       220-begin.
           add 1 to ws-week-idx.
           compute ws-capacity = wct-hours-day(ws-wc-idx)
                               * wkt-work-days(ws-week-idx).
           move spaces to crp-load-line.
           move wct-code(ws-wc-idx)           to crl-wc-code.
           move wct-desc(ws-wc-idx)           to crl-wc-desc.
           move wkt-start-date(ws-week-idx)   to crl-week-start.
           move wkt-work-days(ws-week-idx)    to crl-work-days.
           move ws-capacity                   to crl-capacity.
           move wct-load(ws-wc-idx ws-week-idx) to crl-load.
           if ws-capacity > 0
               compute ws-pct rounded =
                   wct-load(ws-wc-idx ws-week-idx) * 100 / ws-capacity
           else
               if wct-load(ws-wc-idx ws-week-idx) > 0
                   move 9999 to ws-pct
               else
                   move 0 to ws-pct
               end-if
           end-if.
           if ws-pct > 9999
               move 9999 to ws-pct
           end-if.
           move ws-pct to crl-pct.
           if wct-load(ws-wc-idx ws-week-idx) > ws-capacity
               move 'OVERLOAD' to crl-flag
               add 1 to overload-count
           end-if.
           write crp-load-line.
           if wct-load(ws-wc-idx ws-week-idx) > ws-capacity
               move 0 to ws-dtl-idx
               perform 220-detail until ws-dtl-idx >= detail-table-count
           end-if.

       220-detail.
           add 1 to ws-dtl-idx.
           if dtl-wc-idx(ws-dtl-idx) = ws-wc-idx
              and dtl-week(ws-dtl-idx) = ws-week-idx
               move dtl-ord-idx(ws-dtl-idx) to ws-ord-idx
               move spaces to crp-detail-line
               move wct-code(ws-wc-idx)            to cdl-wc-code
               move ord-source(ws-ord-idx)         to cdl-source
               move ord-order-no(ws-ord-idx)       to cdl-order-no
               move ord-item-code(ws-ord-idx)      to cdl-item-code
               move dtl-seq(ws-dtl-idx)            to cdl-seq
               move ord-qty(ws-ord-idx)            to cdl-order-qty
               move ord-release-date(ws-ord-idx)   to cdl-release-date
               move ord-need-date(ws-ord-idx)      to cdl-need-date
               move dtl-hours(ws-dtl-idx)          to cdl-hours
               write crp-detail-line
           end-if.

       check-working Section.
       300-begin.
           move 1 to ws-working-flag.
           compute ws-dow = function mod(ws-day-int 7).
           if ws-dow = 6 or ws-dow = 0
               move 0 to ws-working-flag
           end-if.
           if ws-working-flag = 1
               move 1 to ws-hol-idx
               perform 300-hol-scan
                   until ws-hol-idx > hol-table-count
           end-if.

       300-hol-scan.
           if hol-date-int(ws-hol-idx) = ws-day-int
               move 0 to ws-working-flag
               move hol-table-count to ws-hol-idx
           end-if.
           add 1 to ws-hol-idx.
