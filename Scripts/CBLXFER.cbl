       IDENTIFICATION DIVISION.
       Program-id. cbl_transfer.
       Author. Student.
       ENVIRONMENT DIVISION.
       Input-output section.
       File-control.
           Select feed-in assign to INVFEED
              file status feedin-status.
           Select sell-rate assign to SELLRATE
              organization indexed
              access random
              record key sr-key
              file status sellrate-status.
           Select prod-mast assign to PRODMAST
              organization indexed
              access random
              record key mast-code
              file status prodmast-status.
           Select store-prof assign to STORPROF
              file status storprof-status.
           Select recall-in assign to RECALLS
              file status recall-status.
           Select vend-mast assign to VENDMAST
              file status vendmast-status.
           Select xfer-out assign to XFERFILE.
           Select xfer-rpt assign to XFERRPT.
       DATA DIVISION.
       File section.
       FD feed-in recording mode V.
       1 feed-in-rec       pic x(80) value spaces.
       FD sell-rate.
       1 sell-rate-rec.
        2 sr-key.
           3 sr-store      pic x(3).
           3 sr-code       pic x(8).
        2 sr-rate          pic 9(3)V9(2).
        2 sr-days          pic 9(3).
       FD prod-mast.
       1 mast-rec.
        2 mast-code         pic x(8).
        2 mast-name         pic x(20).
        2 mast-img          pic x(99).
        2 mast-type         pic x(1).
        2 mast-price        pic 9(4)V9(2).
        2 mast-cost         pic 9(4)V9(2).
        2 mast-status       pic x(1).
        2 mast-vendor       pic x(6).
       FD store-prof recording mode V.
       1 store-prof-rec.
        2 sp-id            pic x(3).
        2 sp-name          pic x(30).
        2 sp-addr          pic x(60).
        2 sp-channel       pic x(10).
        2 sp-target        pic x(80).
       FD recall-in recording mode V.
       1 recall-in-rec.
        2 rc-code          pic x(8).
        2 rc-exp-from      pic 9(8).
        2 rc-exp-to        pic 9(8).
        2 rc-stores.
           3 rc-store      pic x(3) occurs 10 times.
        2 rc-ref           pic x(12).
        2 rc-reason        pic x(40).
       FD xfer-out recording mode V.
       1 xfer-rec.
        2 xf-date          pic 9(8).
        2 xf-from-store    pic x(3).
        2 xf-to-store      pic x(3).
        2 xf-code          pic x(8).
        2 xf-qty           pic 9(3).
        2 xf-from-before   pic 9(4).
        2 xf-from-after    pic 9(4).
        2 xf-to-before     pic 9(4).
        2 xf-to-after      pic 9(4).
       FD xfer-rpt recording mode V.
       1 xfer-rpt-rec      pic x(132) value spaces.
       FD vend-mast recording mode V.
       1 vend-mast-rec.
        2 vm-id            pic x(6).
        2 vm-name          pic x(30).
        2 vm-terms         pic x(1).
        2 vm-days          pic 9(3).
        2 vm-credit-pct    pic 9(3).
       Working-storage section.
       1 json-line         pic x(80) value spaces.
       1 json-doc          pic x(10000) value spaces.
       1 json-doc-1208     pic x(10000) value spaces.
       78 max-inv-rec       value 50.
       78 max-stores        value 10.
       78 max-items         value 500.
       78 slow-mover-days   value 30.
       78 target-cover-days value 14.
       78 no-sales-days     value 9999.
       78 max-vendors       value 100.
       1 vendor-table.
        2 vendor-entry occurs max-vendors times.
           3 vn-id         pic x(6).
           3 vn-terms      pic x(1).
           3 vn-days       pic 9(3).
       1 vendor-cnt        pic 9(3) value 0.
       1 vendor-idx        pic 9(3) value 0.
       1 vendor-found      pic x(1) value 'N'.
       1 vendmast-status   pic x(2) value spaces.
       1 end-of-vendors    pic x(1) value 'N'.
       1 rtv-hit           pic x(1) value 'N'.
       1 items-rtv-cnt     pic 9(5) value 0.
       1 rtv-d2e           pic s9(5) value 0.
       1 rtv-sell-days     pic 9(4) value 0.
       78 max-recalls       value 50.
       78 max-recall-stores value 10.
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
       1 item-table.
        2 item-entry occurs max-items times.
           3 it-store      pic x(3).
           3 it-code       pic x(8).
           3 it-type       pic x(1).
           3 it-qty        pic 9(3).
           3 it-avail      pic 9(3).
           3 it-rate       pic 9(3)V9(2).
           3 it-d2e        pic s9(4).
       1 item-cnt          pic 9(3) value 0.
       1 send-idx          pic 9(3) value 0.
       1 recv-idx          pic 9(3) value 0.
       1 best-idx          pic 9(3) value 0.
       1 best-dos          pic 9(4) value 0.
       1 store-data.
        2 store-entry occurs max-stores times.
           3 stor-id       pic x(3).
       1 recall-table.
        2 recall-entry occurs max-recalls times.
           3 rt-code       pic x(8).
           3 rt-exp-from   pic 9(8).
           3 rt-exp-to     pic 9(8).
           3 rt-stores.
              4 rt-store   pic x(3) occurs max-recall-stores times.
       1 recall-cnt        pic 9(2) value 0.
       1 recall-idx        pic 9(2) value 0.
       1 recall-store-idx  pic 9(2) value 0.
       1 recall-hit        pic x(1) value 'N'.
       1 recall-store-ok   pic x(1) value 'N'.
       1 recall-status     pic x(2) value spaces.
       1 end-of-recalls    pic x(1) value 'N'.
       1 items-recalled-cnt pic 9(5) value 0.
       1 store-cnt         pic 9(2) value 0.
       1 store-scan-idx    pic 9(2) value 0.
       1 store-found       pic x(1) value 'N'.
       1 inv-rec-cnt       pic 9(2) value 0.
       1 feed-rec-cnt      pic 9(5) value 0.
       1 feed-qty-total    pic 9(7) value 0.
       1 feedin-status     pic x(2) value spaces.
       1 sellrate-status   pic x(2) value spaces.
       1 prodmast-status   pic x(2) value spaces.
       1 storprof-status   pic x(2) value spaces.
       1 rates-available   pic x(1) value 'N'.
       1 run-ok            pic x(1) value 'Y'.
       1 end-of-feed       pic x(1) value 'N'.
       1 end-of-store-prof pic x(1) value 'N'.
       1 doc-complete      pic x(1) value 'N'.
       1 doc-has-data      pic x(1) value 'N'.
       1 doc-ok            pic x(1) value 'N'.
       1 doc-seq           pic 9(3) value 0.
       1 doc-seq-edit      pic ZZ9.
       1 doc-store-id      pic x(3) value spaces.
       1 docs-rejected-cnt pic 9(3) value 0.
       1 row-ok            pic x(1) value 'N'.
       1 markdown-bound    pic x(1) value 'N'.
       1 current-rate      pic 9(3)V9(2) value 0.
       1 keep-days         pic 9(4) value 0.
       1 keep-qty          pic 9(5) value 0.
       1 excess-qty        pic 9(5) value 0.
       1 room-qty          pic s9(5) value 0.
       1 move-qty          pic 9(3) value 0.
       1 dos-work          pic 9(4) value 0.
       1 dos-qty           pic 9(3) value 0.
       1 dos-rate          pic 9(3)V9(2) value 0.
       1 from-before       pic 9(4) value 0.
       1 to-before         pic 9(4) value 0.
       1 expiry-date-int   pic 9(10).
       1 items-loaded-cnt  pic 9(5) value 0.
       1 items-skipped-cnt pic 9(5) value 0.
       1 items-full-cnt    pic 9(5) value 0.
       1 xfer-cnt          pic 9(5) value 0.
       1 xfer-units        pic 9(7) value 0.
       1 rpt-cnt-edit      pic ZZZZ9.
       1 rpt-units-edit    pic ZZZZZZ9.
       1 rpt-qty-edit      pic ZZ9.
       1 rpt-dos-edit      pic ZZZ9.
       1 rpt-dos2-edit     pic ZZZ9.
       1 rpt-dos3-edit     pic ZZZ9.
       1 rpt-dos4-edit     pic ZZZ9.
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
                 delimited by ',' into run-date-parm
           End-if
           If run-date-parm = spaces
              or run-date-parm = '00000000' then
              Move function current-date(1:8) to run-date
           Else
              Move run-date-parm to run-date
           End-if
           Compute run-date-int =
              function INTEGER-OF-DATE(run-date)

           Open output xfer-rpt
           Initialize xfer-rpt-rec
           String "cbl_transfer - inter-store transfer "
              "recommendations "
              function formatted-date("YYYY-MM-DD" run-date-int)
              delimited by size into xfer-rpt-rec
           Write xfer-rpt-rec

           Open input feed-in
           If feedin-status not = '00' then
              Move 'N' to run-ok
              Initialize xfer-rpt-rec
              String "Inventory feed could not be opened - status "
                 feedin-status " - no transfers recommended"
                 delimited by size into xfer-rpt-rec
              Write xfer-rpt-rec
           End-if

           Open input prod-mast
           If prodmast-status not = '00' then
              Move 'N' to run-ok
              Initialize xfer-rpt-rec
              String "Product master could not be opened - status "
                 prodmast-status
                 delimited by size into xfer-rpt-rec
              Write xfer-rpt-rec
           End-if

           Open input sell-rate
           If sellrate-status = '00' then
              Move 'Y' to rates-available
           Else
              Initialize xfer-rpt-rec
              String "No sell rate history - feed salesperday in "
                 "use (status " sellrate-status ")"
                 delimited by size into xfer-rpt-rec
              Write xfer-rpt-rec
           End-if

           Perform load-store-profiles
           Perform load-recalls
           Perform load-vendors

           Perform until end-of-feed = 'Y' or run-ok = 'N'
              Perform read-feed-document
              If doc-has-data = 'Y' then
                 Add 1 to doc-seq
                 Perform parse-feed-document
                 If doc-ok = 'Y' then
                    Perform load-feed-document
                 End-if
              End-if
           End-perform

           If run-ok = 'Y' then
              Open output xfer-out
              Initialize xfer-rpt-rec
              Move "From To  Product   Qty  From d.o.s.  To d.o.s."
                 to xfer-rpt-rec
              Write xfer-rpt-rec
              Perform varying send-idx from 1 by 1
                    until send-idx > item-cnt
                 Perform plan-store-transfers
              End-perform
              Close xfer-out
           End-if

           If feedin-status = '00' then
              Close feed-in
           End-if
           If prodmast-status = '00' then
              Close prod-mast
           End-if
           If rates-available = 'Y' then
              Close sell-rate
           End-if

           Move doc-seq to doc-seq-edit
           Initialize xfer-rpt-rec
           String "Feed documents read: " doc-seq-edit
              delimited by size into xfer-rpt-rec
           Write xfer-rpt-rec

           Move docs-rejected-cnt to doc-seq-edit
           Initialize xfer-rpt-rec
           String "Feed documents rejected: " doc-seq-edit
              delimited by size into xfer-rpt-rec
           Write xfer-rpt-rec

           Move items-loaded-cnt to rpt-cnt-edit
           Initialize xfer-rpt-rec
           String "Inventory records considered: " rpt-cnt-edit
              delimited by size into xfer-rpt-rec
           Write xfer-rpt-rec

           Move items-skipped-cnt to rpt-cnt-edit
           Initialize xfer-rpt-rec
           String "Inventory records not eligible: " rpt-cnt-edit
              delimited by size into xfer-rpt-rec
           Write xfer-rpt-rec

           Move items-recalled-cnt to rpt-cnt-edit
           Initialize xfer-rpt-rec
           String "Inventory records under recall: " rpt-cnt-edit
              delimited by size into xfer-rpt-rec
           Write xfer-rpt-rec

           Move items-rtv-cnt to rpt-cnt-edit
           Initialize xfer-rpt-rec
           String "Inventory records for vendor return: " rpt-cnt-edit
              delimited by size into xfer-rpt-rec
           Write xfer-rpt-rec

           If items-full-cnt > 0 then
              Move items-full-cnt to rpt-cnt-edit
              Initialize xfer-rpt-rec
              String "WARNING - inventory table full, records not "
                 "considered: " rpt-cnt-edit
                 delimited by size into xfer-rpt-rec
              Write xfer-rpt-rec
           End-if

           Move xfer-cnt to rpt-cnt-edit
           Initialize xfer-rpt-rec
           String "Transfers recommended: " rpt-cnt-edit
              delimited by size into xfer-rpt-rec
           Write xfer-rpt-rec

           Move xfer-units to rpt-units-edit
           Initialize xfer-rpt-rec
           String "Units to transfer: " rpt-units-edit
              delimited by size into xfer-rpt-rec
           Write xfer-rpt-rec

           Close xfer-rpt

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
              Initialize xfer-rpt-rec
              String "Store profile file could not be opened - status "
                 storprof-status
                 delimited by size into xfer-rpt-rec
              Write xfer-rpt-rec
           Else
              Perform until end-of-store-prof = 'Y'
                 Read store-prof
                    at end Move 'Y' to end-of-store-prof
                    not at end
                       If sp-id not = spaces
                          and store-cnt < max-stores then
                          Add 1 to store-cnt
                          Move sp-id to stor-id(store-cnt)
                       End-if
                 End-read
              End-perform
              Close store-prof
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
              Initialize xfer-rpt-rec
              String "Feed document " doc-seq-edit
                 " reconciliation FAILED - store not considered "
                 "for transfers"
                 delimited by size into xfer-rpt-rec
              Write xfer-rpt-rec
           End-if.

       load-feed-document.
           Move store-id(1) to doc-store-id
           Move 'N' to store-found
           Perform varying store-scan-idx from 1 by 1
                 until store-scan-idx > store-cnt
                    or store-found = 'Y'
              If doc-store-id = stor-id(store-scan-idx) then
                 Move 'Y' to store-found
              End-if
           End-perform
           If store-found = 'N' then
              Move doc-seq to doc-seq-edit
              Initialize xfer-rpt-rec
              String "Feed document " doc-seq-edit
                 " is for unknown store id " doc-store-id
                 " - not considered for transfers"
                 delimited by size into xfer-rpt-rec
              Write xfer-rpt-rec
           Else
              Perform varying inv-rec-cnt from 1 by 1
                    until inv-rec-cnt > max-inv-rec
                       or prod-code(inv-rec-cnt) = spaces
                 If store-id(inv-rec-cnt) = doc-store-id then
                    Add 1 to items-loaded-cnt
                    Perform load-inventory-item
                 End-if
              End-perform
           End-if.

       load-inventory-item.
           Move 'Y' to row-ok
           Move 'N' to recall-hit
           Move 'N' to rtv-hit
           Move prod-code(inv-rec-cnt) to mast-code
           Read prod-mast
              invalid key Move 'N' to row-ok
           End-read
           If row-ok = 'Y' and mast-status = 'I' then
              Move 'N' to row-ok
           End-if
           If row-ok = 'Y' then
              Perform check-recall
              If recall-hit = 'Y' then
                 Move 'N' to row-ok
                 Add 1 to items-recalled-cnt
              End-if
           End-if
           If row-ok = 'Y' then
              Perform lookup-sell-rate
              If mast-type not = 'N' then
                 Move expiry(inv-rec-cnt)(1:4) to cal-yyyy
                 Move expiry(inv-rec-cnt)(5:2) to cal-mm
                 Move expiry(inv-rec-cnt)(7:2) to cal-dd
                 Perform validate-calendar-date
                 If cal-date-is-bad = 'Y' then
                    Move 'N' to row-ok
                 End-if
              End-if
           End-if
           If row-ok = 'Y' and mast-type not = 'N' then
              Perform check-vendor-return
              If rtv-hit = 'Y' then
                 Move 'N' to row-ok
                 Add 1 to items-rtv-cnt
              End-if
           End-if
           If row-ok = 'N' then
              If recall-hit = 'N' and rtv-hit = 'N' then
                 Add 1 to items-skipped-cnt
              End-if
           Else
              If item-cnt < max-items then
                 Add 1 to item-cnt
                 Move doc-store-id to it-store(item-cnt)
                 Move prod-code(inv-rec-cnt) to it-code(item-cnt)
                 Move mast-type to it-type(item-cnt)
                 Move quantity(inv-rec-cnt) to it-qty(item-cnt)
                 Move quantity(inv-rec-cnt) to it-avail(item-cnt)
                 Move current-rate to it-rate(item-cnt)
                 If mast-type = 'N' then
                    Move 0 to it-d2e(item-cnt)
                 Else
                    Compute expiry-date-int =
                       function INTEGER-OF-DATE(expiry(inv-rec-cnt))
                    Compute it-d2e(item-cnt) =
                       expiry-date-int - run-date-int
                 End-if
              Else
                 Add 1 to items-full-cnt
              End-if
           End-if.

       check-vendor-return.
           Move 'N' to rtv-hit
           Move 'N' to vendor-found
           If mast-vendor not = spaces then
              Perform varying vendor-idx from 1 by 1
                    until vendor-idx > vendor-cnt
                       or vendor-found = 'Y'
                 If vn-id(vendor-idx) = mast-vendor then
                    Move 'Y' to vendor-found
                 End-if
              End-perform
           End-if
           If vendor-found = 'Y' then
              Subtract 1 from vendor-idx
              Compute expiry-date-int =
                 function INTEGER-OF-DATE(expiry(inv-rec-cnt))
              Compute rtv-d2e = expiry-date-int - run-date-int
              Compute rtv-sell-days rounded =
                 quantity(inv-rec-cnt) / current-rate
                 on size error Move 9999 to rtv-sell-days
              End-compute
              If vn-terms(vendor-idx) not = 'N'
                 and rtv-d2e not > vn-days(vendor-idx)
                 and (rtv-d2e not > 0 or rtv-d2e < rtv-sell-days) then
                 Move 'Y' to rtv-hit
              End-if
           End-if.

       load-vendors.
           Open input vend-mast
           If vendmast-status = '00' then
              Perform until end-of-vendors = 'Y'
                 Read vend-mast
                    at end Move 'Y' to end-of-vendors
                    not at end
                       If vm-id not = spaces
                          and vendor-cnt < max-vendors then
                          Add 1 to vendor-cnt
                          Move vm-id to vn-id(vendor-cnt)
                          Move vm-terms to vn-terms(vendor-cnt)
                          If vm-days is numeric then
                             Move vm-days to vn-days(vendor-cnt)
                          Else
                             Move 0 to vn-days(vendor-cnt)
                          End-if
                       End-if
                 End-read
              End-perform
              Close vend-mast
           End-if.

       load-recalls.
           Open input recall-in
           If recall-status = '00' then
              Perform until end-of-recalls = 'Y'
                 Read recall-in
                    at end Move 'Y' to end-of-recalls
                    not at end Perform load-recall-entry
                 End-read
              End-perform
              Close recall-in
           Else
              If recall-status not = '35' then
                 Move 'N' to run-ok
                 Initialize xfer-rpt-rec
                 String "Recall file could not be opened - status "
                    recall-status " - no transfers recommended"
                    delimited by size into xfer-rpt-rec
                 Write xfer-rpt-rec
              End-if
           End-if.

       load-recall-entry.
           If rc-code not = spaces then
              If rc-exp-from is not numeric then
                 Move 0 to rc-exp-from
              End-if
              If rc-exp-to is not numeric then
                 Move 0 to rc-exp-to
              End-if
              If recall-cnt < max-recalls then
                 Add 1 to recall-cnt
                 Move rc-code to rt-code(recall-cnt)
                 Move rc-exp-from to rt-exp-from(recall-cnt)
                 Move rc-exp-to to rt-exp-to(recall-cnt)
                 Move rc-stores to rt-stores(recall-cnt)
              Else
                 Move 'N' to run-ok
                 Initialize xfer-rpt-rec
                 String "Recall table full - recall " rc-ref
                    " not loaded - no transfers recommended"
                    delimited by size into xfer-rpt-rec
                 Write xfer-rpt-rec
              End-if
           End-if.

       check-recall.
           Move 'N' to recall-hit
           Perform varying recall-idx from 1 by 1
                 until recall-idx > recall-cnt or recall-hit = 'Y'
              If rt-code(recall-idx) = prod-code(inv-rec-cnt) then
                 Perform match-recall-entry
              End-if
           End-perform
           If recall-hit = 'Y' then
              Subtract 1 from recall-idx
           End-if.

       match-recall-entry.
           Move 'Y' to recall-hit
           If expiry(inv-rec-cnt) is numeric
              and expiry(inv-rec-cnt) > 0 then
              If rt-exp-from(recall-idx) > 0
                 and expiry(inv-rec-cnt) < rt-exp-from(recall-idx)
                 then
                 Move 'N' to recall-hit
              End-if
              If rt-exp-to(recall-idx) > 0
                 and expiry(inv-rec-cnt) > rt-exp-to(recall-idx) then
                 Move 'N' to recall-hit
              End-if
           End-if
           If recall-hit = 'Y' and rt-stores(recall-idx) not = spaces
              then
              Move 'N' to recall-store-ok
              Perform varying recall-store-idx from 1 by 1
                    until recall-store-idx > max-recall-stores
                 If rt-store(recall-idx recall-store-idx)
                    = doc-store-id then
                    Move 'Y' to recall-store-ok
                 End-if
              End-perform
              If recall-store-ok = 'N' then
                 Move 'N' to recall-hit
              End-if
           End-if.

       lookup-sell-rate.
           Move 0 to current-rate
           If rates-available = 'Y' then
              Move doc-store-id to sr-store
              Move prod-code(inv-rec-cnt) to sr-code
              Read sell-rate
                 invalid key Continue
                 not invalid key
                    If sr-rate > 0 then
                       Move sr-rate to current-rate
                    End-if
              End-read
           End-if
           If current-rate = 0 then
              Move salesperday(inv-rec-cnt) to current-rate
           End-if.

       plan-store-transfers.
           Move 'N' to markdown-bound
           Move it-avail(send-idx) to dos-qty
           Move it-rate(send-idx) to dos-rate
           Perform compute-days-of-supply
           If it-type(send-idx) = 'N' then
              If dos-work > slow-mover-days then
                 Move 'Y' to markdown-bound
              End-if
           Else
              If it-d2e(send-idx) > 0
                 and it-d2e(send-idx) < dos-work then
                 Move 'Y' to markdown-bound
              End-if
           End-if
           If markdown-bound = 'Y' then
              Move target-cover-days to keep-days
              If it-type(send-idx) not = 'N'
                 and it-d2e(send-idx) < keep-days then
                 Move it-d2e(send-idx) to keep-days
              End-if
              Compute keep-qty rounded =
                 it-rate(send-idx) * keep-days
              If it-avail(send-idx) > keep-qty then
                 Compute excess-qty = it-avail(send-idx) - keep-qty
              Else
                 Move 0 to excess-qty
              End-if
              Move 1 to best-idx
              Perform until excess-qty = 0 or best-idx = 0
                 Perform find-best-receiver
                 If best-idx > 0 then
                    Perform write-transfer
                 End-if
              End-perform
           End-if.

       find-best-receiver.
           Move 0 to best-idx
           Move no-sales-days to best-dos
           Perform varying recv-idx from 1 by 1
                 until recv-idx > item-cnt
              If it-code(recv-idx) = it-code(send-idx)
                 and it-store(recv-idx) not = it-store(send-idx)
                 and it-rate(recv-idx) > 0 then
                 Move it-avail(recv-idx) to dos-qty
                 Move it-rate(recv-idx) to dos-rate
                 Perform compute-days-of-supply
                 If dos-work < target-cover-days
                    and dos-work < best-dos then
                    Move recv-idx to best-idx
                    Move dos-work to best-dos
                 End-if
              End-if
           End-perform
           If best-idx > 0 then
              Compute room-qty =
                 (it-rate(best-idx) * keep-days) - it-avail(best-idx)
              If room-qty > 999 - it-avail(best-idx) then
                 Compute room-qty = 999 - it-avail(best-idx)
              End-if
              If room-qty < 1 then
                 Move 0 to best-idx
              End-if
           End-if.

       write-transfer.
           If room-qty < excess-qty then
              Move room-qty to move-qty
           Else
              Move excess-qty to move-qty
           End-if
           Move it-avail(send-idx) to dos-qty
           Move it-rate(send-idx) to dos-rate
           Perform compute-days-of-supply
           Move dos-work to from-before
           Move it-avail(best-idx) to dos-qty
           Move it-rate(best-idx) to dos-rate
           Perform compute-days-of-supply
           Move dos-work to to-before

           Subtract move-qty from it-avail(send-idx)
           Add move-qty to it-avail(best-idx)
           Subtract move-qty from excess-qty

           Initialize xfer-rec
           Move run-date to xf-date
           Move it-store(send-idx) to xf-from-store
           Move it-store(best-idx) to xf-to-store
           Move it-code(send-idx) to xf-code
           Move move-qty to xf-qty
           Move from-before to xf-from-before
           Move to-before to xf-to-before
           Move it-avail(send-idx) to dos-qty
           Move it-rate(send-idx) to dos-rate
           Perform compute-days-of-supply
           Move dos-work to xf-from-after
           Move it-avail(best-idx) to dos-qty
           Move it-rate(best-idx) to dos-rate
           Perform compute-days-of-supply
           Move dos-work to xf-to-after
           Write xfer-rec

           Add 1 to xfer-cnt
           Add move-qty to xfer-units

           Move move-qty to rpt-qty-edit
           Move xf-from-before to rpt-dos-edit
           Move xf-from-after to rpt-dos2-edit
           Move xf-to-before to rpt-dos3-edit
           Move xf-to-after to rpt-dos4-edit
           Initialize xfer-rpt-rec
           String xf-from-store "  " xf-to-store "  "
              xf-code "  " rpt-qty-edit "  "
              rpt-dos-edit " ->" rpt-dos2-edit "  "
              rpt-dos3-edit " ->" rpt-dos4-edit
              delimited by size into xfer-rpt-rec
           Write xfer-rpt-rec.

       compute-days-of-supply.
           If dos-rate > 0 then
              Compute dos-work rounded = dos-qty / dos-rate
                 on size error Move no-sales-days to dos-work
              End-compute
           Else
              Move no-sales-days to dos-work
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

       End program cbl_transfer.
