       IDENTIFICATION DIVISION.
       Program-id. cbl_invvar.
       Author. Student.
       ENVIRONMENT DIVISION.
       Input-output section.
       File-control.
           Select feed-in assign to INVFEED
              file status feedin-status.
           Select store-prof assign to STORPROF
              file status storprof-status.
           Select snap-in assign to INVSNAP
              file status snapin-status.
           Select snap-out assign to INVSNPO.
           Select sales-mvt assign to SALESMVT
              file status salesmvt-status.
           Select shrink-ledger assign to SHRNKLDG
              file status shrink-status.
           Select xfer-in assign to XFERFILE
              file status xferin-status.
           Select rtv-new assign to RTVNEW
              file status rtvnew-status.
           Select rcl-mvt assign to RCLMVT
              file status rclmvt-status.
           Select invest-out assign to INVINVST.
           Select var-rpt assign to INVVRPT.
       DATA DIVISION.
       File section.
       FD feed-in recording mode V.
       1 feed-in-rec       pic x(80) value spaces.
       FD store-prof recording mode V.
       1 store-prof-rec.
        2 sp-id            pic x(3).
        2 sp-name          pic x(30).
        2 sp-addr          pic x(60).
        2 sp-channel       pic x(10).
        2 sp-target        pic x(80).
       FD snap-in recording mode V.
       1 snap-in-rec.
        2 si-date          pic 9(8).
        2 si-store         pic x(3).
        2 si-code          pic x(8).
        2 si-qty           pic 9(5).
       FD snap-out recording mode V.
       1 snap-out-rec.
        2 so-date          pic 9(8).
        2 so-store         pic x(3).
        2 so-code          pic x(8).
        2 so-qty           pic 9(5).
       FD sales-mvt recording mode V.
       1 sales-mvt-rec.
        2 sm-store         pic x(3).
        2 sm-code          pic x(8).
        2 sm-date          pic 9(8).
        2 sm-units         pic 9(5).
        2 sm-price         pic 9(4)V9(2).
       FD shrink-ledger recording mode V.
       1 shrink-ledger-rec.
        2 sl-date          pic 9(8).
        2 sl-store         pic x(3).
        2 sl-aisle         pic x(4).
        2 sl-category      pic x(4).
        2 sl-code          pic x(8).
        2 sl-qty           pic 9(3).
        2 sl-value         pic 9(6)V9(2).
       FD xfer-in recording mode V.
       1 xfer-in-rec.
        2 xi-date          pic 9(8).
        2 xi-from-store    pic x(3).
        2 xi-to-store      pic x(3).
        2 xi-code          pic x(8).
        2 xi-qty           pic 9(3).
        2 xi-from-before   pic 9(4).
        2 xi-from-after    pic 9(4).
        2 xi-to-before     pic 9(4).
        2 xi-to-after      pic 9(4).
       FD rtv-new recording mode V.
       1 rtv-claim-rec.
        2 cl-id            pic x(14).
        2 cl-date          pic 9(8).
        2 cl-store         pic x(3).
        2 cl-code          pic x(8).
        2 cl-vendor        pic x(6).
        2 cl-terms         pic x(1).
        2 cl-qty           pic 9(3).
        2 cl-expiry        pic 9(8).
        2 cl-unit-cost     pic 9(4)V9(2).
        2 cl-credit        pic 9(6)V9(2).
        2 cl-status        pic x(1).
        2 cl-status-date   pic 9(8).
        2 cl-credited      pic 9(6)V9(2).
        2 cl-ref           pic x(12).
       FD rcl-mvt recording mode V.
       1 rcl-mvt-rec.
        2 rm-date          pic 9(8).
        2 rm-store         pic x(3).
        2 rm-code          pic x(8).
        2 rm-qty           pic 9(3).
        2 rm-ref           pic x(12).
       FD invest-out recording mode V.
       1 invest-rec.
        2 iv-date          pic 9(8).
        2 iv-store         pic x(3).
        2 iv-code          pic x(8).
        2 iv-type          pic x(1).
        2 iv-prior         pic 9(5).
        2 iv-sold          pic 9(5).
        2 iv-shrink        pic 9(5).
        2 iv-expected      pic 9(5).
        2 iv-actual        pic 9(5).
        2 iv-variance      pic 9(5).
       FD var-rpt recording mode V.
       1 var-rpt-rec       pic x(132) value spaces.
       Working-storage section.
       1 json-line         pic x(80) value spaces.
       1 json-doc          pic x(10000) value spaces.
       1 json-doc-1208     pic x(10000) value spaces.
       78 max-inv-rec       value 50.
       78 max-stores        value 10.
       78 max-items         value 1000.
       78 default-tolerance value 5.
       1 feed-data.
        2 inv-record occurs max-inv-rec times.
           3 store-id      pic x(3).
           3 prod-code     pic x(8).
           3 category      pic x(4).
           3 aisle         pic x(4).
           3 expiry        pic 9(8).
           3 quantity      pic 9(3).
           3 salesperday   pic 9(3).
        2 feed-trailer.
           3 trailer-count pic 9(5).
           3 trailer-qty   pic 9(7).
       1 store-data.
        2 store-entry occurs max-stores times.
           3 stor-id       pic x(3).
           3 stor-fed      pic x(1).
       1 store-cnt         pic 9(2) value 0.
       1 store-idx         pic 9(2) value 0.
       1 store-scan-idx    pic 9(2) value 0.
       1 store-found       pic x(1) value 'N'.
       1 item-table.
        2 item-entry occurs max-items times.
           3 it-store      pic x(3).
           3 it-code       pic x(8).
           3 it-prior      pic 9(5).
           3 it-sold       pic 9(5).
           3 it-shrink     pic 9(5).
           3 it-moved-in   pic 9(5).
           3 it-moved-out  pic 9(5).
           3 it-actual     pic 9(5).
           3 it-in-snap    pic x(1).
           3 it-in-feed    pic x(1).
       1 item-cnt          pic 9(4) value 0.
       1 item-idx          pic 9(4) value 0.
       1 item-found        pic x(1) value 'N'.
       1 find-store        pic x(3) value spaces.
       1 find-code         pic x(8) value spaces.
       1 inv-rec-cnt       pic 9(2) value 0.
       1 feed-rec-cnt      pic 9(5) value 0.
       1 feed-qty-total    pic 9(7) value 0.
       1 feedin-status     pic x(2) value spaces.
       1 storprof-status   pic x(2) value spaces.
       1 snapin-status     pic x(2) value spaces.
       1 salesmvt-status   pic x(2) value spaces.
       1 shrink-status     pic x(2) value spaces.
       1 xferin-status     pic x(2) value spaces.
       1 rtvnew-status     pic x(2) value spaces.
       1 rclmvt-status     pic x(2) value spaces.
       1 move-qty          pic 9(3) value 0.
       1 run-ok            pic x(1) value 'Y'.
       1 prior-available   pic x(1) value 'N'.
       1 end-of-feed       pic x(1) value 'N'.
       1 end-of-file-sw    pic x(1) value 'N'.
       1 doc-complete      pic x(1) value 'N'.
       1 doc-has-data      pic x(1) value 'N'.
       1 doc-ok            pic x(1) value 'N'.
       1 doc-seq           pic 9(3) value 0.
       1 doc-seq-edit      pic ZZ9.
       1 doc-store-id      pic x(3) value spaces.
       1 docs-rejected-cnt pic 9(3) value 0.
       1 snap-date         pic 9(8) value 0.
       1 snap-date-int     pic 9(10) value 0.
       1 tolerance         pic 9(5) value default-tolerance.
       1 tolerance-parm    pic x(5) value spaces.
       1 expected-qty      pic s9(6) value 0.
       1 variance-qty      pic s9(6) value 0.
       1 variance-abs      pic 9(5) value 0.
       1 variance-type     pic x(1) value spaces.
       1 variance-text     pic x(20) value spaces.
       1 flag-text         pic x(14) value spaces.
       1 items-full-cnt    pic 9(5) value 0.
       1 snap-read-cnt     pic 9(5) value 0.
       1 snap-written-cnt  pic 9(5) value 0.
       1 sales-used-cnt    pic 9(7) value 0.
       1 shrink-used-cnt   pic 9(7) value 0.
       1 xfer-used-cnt     pic 9(7) value 0.
       1 rtv-used-cnt      pic 9(7) value 0.
       1 recall-used-cnt   pic 9(7) value 0.
       1 loss-cnt          pic 9(5) value 0.
       1 loss-units        pic 9(7) value 0.
       1 gain-cnt          pic 9(5) value 0.
       1 gain-units        pic 9(7) value 0.
       1 vanished-cnt      pic 9(5) value 0.
       1 vanished-units    pic 9(7) value 0.
       1 invest-cnt        pic 9(5) value 0.
       1 rpt-cnt-edit      pic ZZZZ9.
       1 rpt-units-edit    pic ZZZZZZ9.
       1 rpt-qty-edit      pic ZZZZ9.
       1 rpt-qty2-edit     pic ZZZZ9.
       1 rpt-qty3-edit     pic ZZZZ9.
       1 rpt-qty4-edit     pic ZZZZ9.
       1 rpt-qty5-edit     pic ZZZZ9.
       1 rpt-qty6-edit     pic ZZZZ9.
       1 rpt-qty7-edit     pic ZZZZ9.
       1 rpt-var-edit      pic ZZZZ9.
       1 run-date-parm     pic x(8) value spaces.
       1 run-date          pic 9(8).
       1 run-date-int      pic 9(10).
       1 cal-yyyy          pic 9(4).
       1 cal-mm            pic 9(2).
       1 cal-dd            pic 9(2).
       1 cal-min-year      pic 9(4) value 1601.
       1 cal-max-year      pic 9(4) value 9999.
       1 cal-date-is-bad   pic x(1) value 'N'.

       Linkage section.
       1 parameters-from-jcl.
         2 parameters-total-length pic 9(4) usage comp.
         2 parameter-values        pic x(40).

       PROCEDURE DIVISION using parameters-from-jcl.
           If parameters-total-length > 0 then
              Unstring function trim(parameter-values)
                 delimited by ',' into run-date-parm tolerance-parm
           End-if
           If run-date-parm = spaces
              or run-date-parm = '00000000' then
              Move function current-date(1:8) to run-date
           Else
              Move run-date-parm to run-date
           End-if
           Compute run-date-int =
              function INTEGER-OF-DATE(run-date)
           If tolerance-parm not = spaces then
              Compute tolerance = function numval(tolerance-parm)
           End-if

           Open output var-rpt
           Move tolerance to rpt-cnt-edit
           Initialize var-rpt-rec
           String "cbl_invvar - perpetual inventory variance "
              function formatted-date("YYYY-MM-DD" run-date-int)
              " - tolerance " rpt-cnt-edit " units"
              delimited by size into var-rpt-rec
           Write var-rpt-rec

           Open input feed-in
           If feedin-status not = '00' then
              Move 'N' to run-ok
              Initialize var-rpt-rec
              String "Inventory feed could not be opened - status "
                 feedin-status " - no variance run"
                 delimited by size into var-rpt-rec
              Write var-rpt-rec
           End-if

           Perform load-store-profiles

           If run-ok = 'Y' then
              Perform load-prior-snapshot
           End-if

           If run-ok = 'Y' then
              Perform until end-of-feed = 'Y'
                 Perform read-feed-document
                 If doc-has-data = 'Y' then
                    Add 1 to doc-seq
                    Perform parse-feed-document
                    If doc-ok = 'Y' then
                       Perform load-feed-document
                    End-if
                 End-if
              End-perform
           End-if

           If run-ok = 'Y' and prior-available = 'Y' then
              Perform load-sales-movement
              Perform load-shrink-ledger
              Perform load-transfers
              Perform load-vendor-returns
              Perform load-recall-pulls
           End-if

           If run-ok = 'Y' then
              Open output invest-out
              If prior-available = 'Y' then
                 Perform varying store-idx from 1 by 1
                       until store-idx > store-cnt
                    Perform report-store-variances
                 End-perform
              End-if
              Close invest-out
              Perform write-today-snapshot
           End-if

           If feedin-status = '00' then
              Close feed-in
           End-if

           Perform write-run-totals

           Close var-rpt

           If run-ok = 'N' then
              Move 8 to return-code
           Else
              If docs-rejected-cnt > 0 then
                 Move 4 to return-code
              End-if
           End-if

           Goback.

       load-store-profiles.
           Open input store-prof
           If storprof-status not = '00' then
              Move 'N' to run-ok
              Initialize var-rpt-rec
              String "Store profile file could not be opened - status "
                 storprof-status
                 delimited by size into var-rpt-rec
              Write var-rpt-rec
           Else
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read store-prof
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If sp-id not = spaces
                          and store-cnt < max-stores then
                          Add 1 to store-cnt
                          Move sp-id to stor-id(store-cnt)
                          Move 'N' to stor-fed(store-cnt)
                       End-if
                 End-read
              End-perform
              Close store-prof
           End-if.

       load-prior-snapshot.
           Open input snap-in
           If snapin-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read snap-in
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       Add 1 to snap-read-cnt
                       Perform load-snapshot-item
                 End-read
              End-perform
              Close snap-in
           Else
              If snapin-status not = '35' then
                 Move 'N' to run-ok
                 Initialize var-rpt-rec
                 String "Prior inventory snapshot could not be opened "
                    "- status " snapin-status
                    delimited by size into var-rpt-rec
                 Write var-rpt-rec
              End-if
           End-if
           If run-ok = 'Y' then
              If snap-date = 0 then
                 Initialize var-rpt-rec
                 String "No prior inventory snapshot - today's "
                    "snapshot taken, variance starts next run"
                    delimited by size into var-rpt-rec
                 Write var-rpt-rec
              Else
                 Move snap-date(1:4) to cal-yyyy
                 Move snap-date(5:2) to cal-mm
                 Move snap-date(7:2) to cal-dd
                 Perform validate-calendar-date
                 If cal-date-is-bad = 'N' then
                    Compute snap-date-int =
                       function INTEGER-OF-DATE(snap-date)
                 End-if
                 If cal-date-is-bad = 'Y'
                    or snap-date-int not < run-date-int then
                    Move 'N' to run-ok
                    Initialize var-rpt-rec
                    String "Prior inventory snapshot is dated "
                       snap-date " - not before the run date"
                       delimited by size into var-rpt-rec
                    Write var-rpt-rec
                 Else
                    Move 'Y' to prior-available
                    Initialize var-rpt-rec
                    String "Compared with snapshot of "
                       function formatted-date("YYYY-MM-DD"
                          snap-date-int)
                       delimited by size into var-rpt-rec
                    Write var-rpt-rec
                 End-if
              End-if
           End-if.

       load-snapshot-item.
           If si-date is numeric and si-date > 0 then
              Move si-date to snap-date
           End-if
           If si-qty is not numeric then
              Move 0 to si-qty
           End-if
           Move si-store to find-store
           Move si-code to find-code
           Perform find-item
           If item-found = 'Y' then
              Add si-qty to it-prior(item-idx)
              Move 'Y' to it-in-snap(item-idx)
           End-if.

       find-item.
           Move 'N' to item-found
           Perform varying item-idx from 1 by 1
                 until item-idx > item-cnt or item-found = 'Y'
              If it-store(item-idx) = find-store
                 and it-code(item-idx) = find-code then
                 Move 'Y' to item-found
              End-if
           End-perform
           If item-found = 'Y' then
              Subtract 1 from item-idx
           Else
              If item-cnt < max-items then
                 Add 1 to item-cnt
                 Move item-cnt to item-idx
                 Move find-store to it-store(item-idx)
                 Move find-code to it-code(item-idx)
                 Move 0 to it-prior(item-idx)
                 Move 0 to it-sold(item-idx)
                 Move 0 to it-shrink(item-idx)
                 Move 0 to it-moved-in(item-idx)
                 Move 0 to it-moved-out(item-idx)
                 Move 0 to it-actual(item-idx)
                 Move 'N' to it-in-snap(item-idx)
                 Move 'N' to it-in-feed(item-idx)
                 Move 'Y' to item-found
              Else
                 Add 1 to items-full-cnt
              End-if
           End-if.

       read-feed-document.
           Move spaces to json-doc
           Move 'N' to doc-has-data
           Move 'N' to doc-complete
           Perform until doc-complete = 'Y' or end-of-feed = 'Y'
              Read feed-in
                 at end Move 'Y' to end-of-feed
                 not at end
                    Move feed-in-rec to json-line
                    If json-line = '***' then
                       Move 'Y' to doc-complete
                    Else
                       If json-line not = spaces then
                          Move 'Y' to doc-has-data
                          String function trim(json-doc)
                                 function trim(json-line)
                                   delimited by size
                            into json-doc
                       End-if
                    End-if
              End-read
           End-perform.

       parse-feed-document.
           Initialize feed-data
           Move spaces to json-doc-1208
           Move function display-of(
             function national-of(json-doc 1047) 1208) to
             json-doc-1208(1:function length(json-doc))
           Json parse json-doc-1208 into feed-data
           end-json
           Perform reconcile-feed.

       reconcile-feed.
           Move 'Y' to doc-ok
           Move 0 to feed-rec-cnt
           Move 0 to feed-qty-total
           Move doc-seq to doc-seq-edit
           Perform varying inv-rec-cnt from 1 by 1
                 until inv-rec-cnt > max-inv-rec
                    or prod-code(inv-rec-cnt) = spaces
              Add 1 to feed-rec-cnt
              Add quantity(inv-rec-cnt) to feed-qty-total
           End-perform
           If feed-rec-cnt not = trailer-count
              or feed-qty-total not = trailer-qty then
              Move 'N' to doc-ok
              Add 1 to docs-rejected-cnt
              Initialize var-rpt-rec
              String "Feed document " doc-seq-edit
                 " reconciliation FAILED - store not checked "
                 "for variance"
                 delimited by size into var-rpt-rec
              Write var-rpt-rec
           End-if.

       load-feed-document.
           Move store-id(1) to doc-store-id
           Move 'N' to store-found
           Perform varying store-scan-idx from 1 by 1
                 until store-scan-idx > store-cnt
                    or store-found = 'Y'
              If doc-store-id = stor-id(store-scan-idx) then
                 Move 'Y' to store-found
                 Move 'Y' to stor-fed(store-scan-idx)
              End-if
           End-perform
           If store-found = 'N' then
              Move doc-seq to doc-seq-edit
              Initialize var-rpt-rec
              String "Feed document " doc-seq-edit
                 " is for unknown store id " doc-store-id
                 " - not checked for variance"
                 delimited by size into var-rpt-rec
              Write var-rpt-rec
           Else
              Perform varying inv-rec-cnt from 1 by 1
                    until inv-rec-cnt > max-inv-rec
                       or prod-code(inv-rec-cnt) = spaces
                 If store-id(inv-rec-cnt) = doc-store-id then
                    Move doc-store-id to find-store
                    Move prod-code(inv-rec-cnt) to find-code
                    Perform find-item
                    If item-found = 'Y' then
                       Add quantity(inv-rec-cnt) to it-actual(item-idx)
                       Move 'Y' to it-in-feed(item-idx)
                    End-if
                 End-if
              End-perform
           End-if.

       load-sales-movement.
           Open input sales-mvt
           If salesmvt-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read sales-mvt
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If sm-date is numeric
                          and sm-date not < snap-date
                          and sm-date < run-date
                          and sm-units is numeric then
                          Perform apply-sales-movement
                       End-if
                 End-read
              End-perform
              Close sales-mvt
           Else
              Initialize var-rpt-rec
              String "Sales movement file could not be opened - "
                 "status " salesmvt-status
                 " - no sales deducted"
                 delimited by size into var-rpt-rec
              Write var-rpt-rec
           End-if.

       apply-sales-movement.
           Move 'N' to item-found
           Perform varying item-idx from 1 by 1
                 until item-idx > item-cnt or item-found = 'Y'
              If it-store(item-idx) = sm-store
                 and it-code(item-idx) = sm-code then
                 Move 'Y' to item-found
              End-if
           End-perform
           If item-found = 'Y' then
              Subtract 1 from item-idx
              Add sm-units to it-sold(item-idx)
                 on size error Move 99999 to it-sold(item-idx)
              End-add
              Add 1 to sales-used-cnt
           End-if.

       load-shrink-ledger.
           Open input shrink-ledger
           If shrink-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read shrink-ledger
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If sl-date is numeric
                          and sl-date not < snap-date
                          and sl-date < run-date then
                          Perform apply-shrink-entry
                       End-if
                 End-read
              End-perform
              Close shrink-ledger
           End-if.

       apply-shrink-entry.
           Move 'N' to item-found
           Perform varying item-idx from 1 by 1
                 until item-idx > item-cnt or item-found = 'Y'
              If it-store(item-idx) = sl-store
                 and it-code(item-idx) = sl-code then
                 Move 'Y' to item-found
              End-if
           End-perform
           If item-found = 'Y' then
              Subtract 1 from item-idx
              Add sl-qty to it-shrink(item-idx)
                 on size error Move 99999 to it-shrink(item-idx)
              End-add
              Add 1 to shrink-used-cnt
           End-if.

       load-transfers.
           Open input xfer-in
           If xferin-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read xfer-in
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If xi-date is numeric
                          and xi-date not < snap-date
                          and xi-date < run-date
                          and xi-qty is numeric then
                          Perform apply-transfer
                       End-if
                 End-read
              End-perform
              Close xfer-in
           Else
              If xferin-status not = '35' then
                 Initialize var-rpt-rec
                 String "Transfer file could not be opened - "
                    "status " xferin-status
                    " - no transfers applied"
                    delimited by size into var-rpt-rec
                 Write var-rpt-rec
              End-if
           End-if.

       apply-transfer.
           Move xi-qty to move-qty
           Move xi-from-store to find-store
           Move xi-code to find-code
           Perform locate-item
           If item-found = 'Y' then
              Add move-qty to it-moved-out(item-idx)
                 on size error Move 99999 to it-moved-out(item-idx)
              End-add
           End-if
           Move xi-to-store to find-store
           Perform locate-item
           If item-found = 'Y' then
              Add move-qty to it-moved-in(item-idx)
                 on size error Move 99999 to it-moved-in(item-idx)
              End-add
           End-if
           Add 1 to xfer-used-cnt.

       load-vendor-returns.
           Open input rtv-new
           If rtvnew-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read rtv-new
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If cl-date is numeric
                          and cl-date not < snap-date
                          and cl-date < run-date
                          and cl-qty is numeric then
                          Move cl-qty to move-qty
                          Move cl-store to find-store
                          Move cl-code to find-code
                          Perform apply-pull
                          If item-found = 'Y' then
                             Add 1 to rtv-used-cnt
                          End-if
                       End-if
                 End-read
              End-perform
              Close rtv-new
           Else
              If rtvnew-status not = '35' then
                 Initialize var-rpt-rec
                 String "Vendor return claims could not be opened - "
                    "status " rtvnew-status
                    " - no returns deducted"
                    delimited by size into var-rpt-rec
                 Write var-rpt-rec
              End-if
           End-if.

       load-recall-pulls.
           Open input rcl-mvt
           If rclmvt-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read rcl-mvt
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If rm-date is numeric
                          and rm-date not < snap-date
                          and rm-date < run-date
                          and rm-qty is numeric then
                          Move rm-qty to move-qty
                          Move rm-store to find-store
                          Move rm-code to find-code
                          Perform apply-pull
                          If item-found = 'Y' then
                             Add 1 to recall-used-cnt
                          End-if
                       End-if
                 End-read
              End-perform
              Close rcl-mvt
           Else
              If rclmvt-status not = '35' then
                 Initialize var-rpt-rec
                 String "Recall pull file could not be opened - "
                    "status " rclmvt-status
                    " - no recall pulls deducted"
                    delimited by size into var-rpt-rec
                 Write var-rpt-rec
              End-if
           End-if.

       apply-pull.
           Perform locate-item
           If item-found = 'Y' then
              Add move-qty to it-moved-out(item-idx)
                 on size error Move 99999 to it-moved-out(item-idx)
              End-add
           End-if.

       locate-item.
           Move 'N' to item-found
           Perform varying item-idx from 1 by 1
                 until item-idx > item-cnt or item-found = 'Y'
              If it-store(item-idx) = find-store
                 and it-code(item-idx) = find-code then
                 Move 'Y' to item-found
              End-if
           End-perform
           If item-found = 'Y' then
              Subtract 1 from item-idx
           End-if.

       compute-expected.
           Compute expected-qty = it-prior(item-idx)
              + it-moved-in(item-idx) - it-moved-out(item-idx)
              - it-sold(item-idx) - it-shrink(item-idx).

       report-store-variances.
           Initialize var-rpt-rec
           If stor-fed(store-idx) = 'N' then
              String "Store " stor-id(store-idx)
                 " - no reconciled feed document today - "
                 "not checked"
                 delimited by size into var-rpt-rec
              Write var-rpt-rec
           Else
              String "Store " stor-id(store-idx)
                 "  Product   Prior    In   Out  Sold Shrnk Expct"
                 " Today   Var"
                 delimited by size into var-rpt-rec
              Write var-rpt-rec
              Perform varying item-idx from 1 by 1
                    until item-idx > item-cnt
                 If it-store(item-idx) = stor-id(store-idx) then
                    Perform check-item-variance
                 End-if
              End-perform
           End-if.

       check-item-variance.
           Perform compute-expected
           If expected-qty < 0 then
              Move 0 to expected-qty
           End-if
           Compute variance-qty = it-actual(item-idx) - expected-qty
           Move spaces to variance-type
           If it-in-feed(item-idx) = 'N' then
              If expected-qty > 0 then
                 Move 'V' to variance-type
                 Move "VANISHED" to variance-text
                 Add 1 to vanished-cnt
                 Add expected-qty to vanished-units
              End-if
           Else
              If variance-qty < 0 then
                 Move 'L' to variance-type
                 Move "UNEXPLAINED LOSS" to variance-text
                 Add 1 to loss-cnt
                 Subtract variance-qty from loss-units
              End-if
              If variance-qty > 0 then
                 Move 'G' to variance-type
                 If it-in-snap(item-idx) = 'N' then
                    Move "NEW - NO RECEIPT" to variance-text
                 Else
                    Move "UNEXPLAINED GAIN" to variance-text
                 End-if
                 Add 1 to gain-cnt
                 Add variance-qty to gain-units
              End-if
           End-if
           If variance-type not = spaces then
              If variance-qty < 0 then
                 Compute variance-abs = 0 - variance-qty
              Else
                 Move variance-qty to variance-abs
              End-if
              Move spaces to flag-text
              If variance-abs > tolerance then
                 Move "* INVESTIGATE" to flag-text
                 Perform write-investigation
              End-if
              Move it-prior(item-idx) to rpt-qty-edit
              Move it-moved-in(item-idx) to rpt-qty6-edit
              Move it-moved-out(item-idx) to rpt-qty7-edit
              Move it-sold(item-idx) to rpt-qty2-edit
              Move it-shrink(item-idx) to rpt-qty3-edit
              Move expected-qty to rpt-qty4-edit
              Move it-actual(item-idx) to rpt-qty5-edit
              Move variance-abs to rpt-var-edit
              Initialize var-rpt-rec
              String "          " it-code(item-idx) " "
                 rpt-qty-edit " " rpt-qty6-edit " " rpt-qty7-edit
                 " " rpt-qty2-edit " " rpt-qty3-edit
                 " " rpt-qty4-edit " " rpt-qty5-edit " "
                 rpt-var-edit " " variance-text " " flag-text
                 delimited by size into var-rpt-rec
              Write var-rpt-rec
           End-if.

       write-investigation.
           Add 1 to invest-cnt
           Initialize invest-rec
           Move run-date to iv-date
           Move it-store(item-idx) to iv-store
           Move it-code(item-idx) to iv-code
           Move variance-type to iv-type
           Move it-prior(item-idx) to iv-prior
           Move it-sold(item-idx) to iv-sold
           Move it-shrink(item-idx) to iv-shrink
           Move expected-qty to iv-expected
           Move it-actual(item-idx) to iv-actual
           Move variance-abs to iv-variance
           Write invest-rec.

       write-today-snapshot.
           Open output snap-out
           Perform varying item-idx from 1 by 1
                 until item-idx > item-cnt
              If it-in-feed(item-idx) = 'Y' then
                 Move it-actual(item-idx) to expected-qty
                 Perform write-snapshot-item
              Else
                 Perform carry-unfed-item
              End-if
           End-perform
           Close snap-out.

       carry-unfed-item.
           Move 'N' to store-found
           Perform varying store-scan-idx from 1 by 1
                 until store-scan-idx > store-cnt
                    or store-found = 'Y'
              If stor-id(store-scan-idx) = it-store(item-idx)
                 and stor-fed(store-scan-idx) = 'N' then
                 Move 'Y' to store-found
              End-if
           End-perform
           If store-found = 'Y' then
              Perform compute-expected
              If expected-qty > 0 then
                 Perform write-snapshot-item
              End-if
           End-if.

       write-snapshot-item.
           Initialize snap-out-rec
           Move run-date to so-date
           Move it-store(item-idx) to so-store
           Move it-code(item-idx) to so-code
           Move expected-qty to so-qty
           Write snap-out-rec
           Add 1 to snap-written-cnt.

       write-run-totals.
           Move doc-seq to doc-seq-edit
           Initialize var-rpt-rec
           String "Feed documents read: " doc-seq-edit
              delimited by size into var-rpt-rec
           Write var-rpt-rec

           Move docs-rejected-cnt to doc-seq-edit
           Initialize var-rpt-rec
           String "Feed documents rejected: " doc-seq-edit
              delimited by size into var-rpt-rec
           Write var-rpt-rec

           Move snap-read-cnt to rpt-cnt-edit
           Initialize var-rpt-rec
           String "Prior snapshot records read: " rpt-cnt-edit
              delimited by size into var-rpt-rec
           Write var-rpt-rec

           Move snap-written-cnt to rpt-cnt-edit
           Initialize var-rpt-rec
           String "Snapshot records written for today: " rpt-cnt-edit
              delimited by size into var-rpt-rec
           Write var-rpt-rec

           Move sales-used-cnt to rpt-units-edit
           Initialize var-rpt-rec
           String "Sales movement records applied: " rpt-units-edit
              delimited by size into var-rpt-rec
           Write var-rpt-rec

           Move shrink-used-cnt to rpt-units-edit
           Initialize var-rpt-rec
           String "Shrink ledger records applied: " rpt-units-edit
              delimited by size into var-rpt-rec
           Write var-rpt-rec

           Move xfer-used-cnt to rpt-units-edit
           Initialize var-rpt-rec
           String "Store transfers applied: " rpt-units-edit
              delimited by size into var-rpt-rec
           Write var-rpt-rec

           Move rtv-used-cnt to rpt-units-edit
           Initialize var-rpt-rec
           String "Vendor return pulls applied: " rpt-units-edit
              delimited by size into var-rpt-rec
           Write var-rpt-rec

           Move recall-used-cnt to rpt-units-edit
           Initialize var-rpt-rec
           String "Recall pulls applied: " rpt-units-edit
              delimited by size into var-rpt-rec
           Write var-rpt-rec

           Move loss-cnt to rpt-cnt-edit
           Move loss-units to rpt-units-edit
           Initialize var-rpt-rec
           String "Unexplained losses: " rpt-cnt-edit
              "  units: " rpt-units-edit
              delimited by size into var-rpt-rec
           Write var-rpt-rec

           Move gain-cnt to rpt-cnt-edit
           Move gain-units to rpt-units-edit
           Initialize var-rpt-rec
           String "Unexplained gains: " rpt-cnt-edit
              "  units: " rpt-units-edit
              delimited by size into var-rpt-rec
           Write var-rpt-rec

           Move vanished-cnt to rpt-cnt-edit
           Move vanished-units to rpt-units-edit
           Initialize var-rpt-rec
           String "Products vanished from feed: " rpt-cnt-edit
              "  units: " rpt-units-edit
              delimited by size into var-rpt-rec
           Write var-rpt-rec

           Move invest-cnt to rpt-cnt-edit
           Initialize var-rpt-rec
           String "Variances over tolerance for investigation: "
              rpt-cnt-edit
              delimited by size into var-rpt-rec
           Write var-rpt-rec

           If items-full-cnt > 0 then
              Move items-full-cnt to rpt-cnt-edit
              Initialize var-rpt-rec
              String "WARNING - item table full, records not "
                 "checked: " rpt-cnt-edit
                 delimited by size into var-rpt-rec
              Write var-rpt-rec
           End-if.

       validate-calendar-date.
           Move 'N' to cal-date-is-bad
           If cal-yyyy < cal-min-year or cal-yyyy > cal-max-year
              or cal-mm < 1 or cal-mm > 12
              or cal-dd < 1 or cal-dd > 31 then
              Move 'Y' to cal-date-is-bad
           Else
              Evaluate cal-mm
                 When 4 When 6 When 9 When 11
                    If cal-dd > 30 then
                       Move 'Y' to cal-date-is-bad
                    End-if
                 When 2
                    If function mod(cal-yyyy, 4) = 0
                       and (function mod(cal-yyyy, 100) not = 0
                         or function mod(cal-yyyy, 400) = 0) then
                       If cal-dd > 29 then
                          Move 'Y' to cal-date-is-bad
                       End-if
                    Else
                       If cal-dd > 28 then
                          Move 'Y' to cal-date-is-bad
                       End-if
                    End-if
              End-evaluate
           End-if.

       End program cbl_invvar.
