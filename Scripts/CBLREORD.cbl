       IDENTIFICATION DIVISION.
       Program-id. cbl_reorder.
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
           Select md-state assign to MDSTATE
              organization indexed
              access random
              record key ms-key
              file status mdstate-status.
           Select store-prof assign to STORPROF
              file status storprof-status.
           Select cat-ctl assign to CATCTL
              file status catctl-status.
           Select xfer-in assign to XFERFILE
              file status xferin-status.
           Select recall-in assign to RECALLS
              file status recall-status.
           Select sort-work assign to SORTWK01.
           Select order-out assign to ORDRFILE.
           Select order-rpt assign to ORDRRPT.
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
       FD md-state.
       1 md-state-rec.
        2 ms-key.
           3 ms-store       pic x(3).
           3 ms-code        pic x(8).
        2 ms-pct            pic 9(3).
        2 ms-sale-price     pic 9(4)V9(2).
        2 ms-start          pic 9(8).
        2 ms-end            pic 9(8).
        2 ms-status         pic x(1).
       FD store-prof recording mode V.
       1 store-prof-rec.
        2 sp-id            pic x(3).
        2 sp-name          pic x(30).
        2 sp-addr          pic x(60).
        2 sp-channel       pic x(10).
        2 sp-target        pic x(80).
       FD cat-ctl recording mode V.
       1 cat-ctl-rec.
        2 cc-code          pic x(4).
        2 cc-name          pic x(20).
        2 cc-budget        pic 9(6)V9(2).
        2 cc-donate        pic x(1).
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
       FD recall-in recording mode V.
       1 recall-in-rec.
        2 rc-code          pic x(8).
        2 rc-exp-from      pic 9(8).
        2 rc-exp-to        pic 9(8).
        2 rc-stores.
           3 rc-store      pic x(3) occurs 10 times.
        2 rc-ref           pic x(12).
        2 rc-reason        pic x(40).
       SD sort-work.
       1 sort-rec.
        2 ss-type          pic x(1).
        2 ss-category      pic x(4).
        2 ss-store         pic x(3).
        2 ss-code          pic x(8).
        2 ss-name          pic x(20).
        2 ss-onhand        pic 9(4).
        2 ss-rate          pic 9(3)V9(2).
        2 ss-dos           pic 9(4).
        2 ss-qty           pic 9(5).
        2 ss-reason        pic x(40).
       FD order-out recording mode V.
       1 order-rec.
        2 or-date          pic 9(8).
        2 or-store         pic x(3).
        2 or-code          pic x(8).
        2 or-category      pic x(4).
        2 or-onhand        pic 9(4).
        2 or-rate          pic 9(3)V9(2).
        2 or-dos           pic 9(4).
        2 or-target        pic 9(3).
        2 or-qty           pic 9(5).
       FD order-rpt recording mode V.
       1 order-rpt-rec     pic x(132) value spaces.
       Working-storage section.
       1 json-line         pic x(80) value spaces.
       1 json-doc          pic x(10000) value spaces.
       1 json-doc-1208     pic x(10000) value spaces.
       78 max-inv-rec       value 50.
       78 max-stores        value 10.
       78 max-cats          value 20.
       78 max-xfers         value 200.
       78 max-recalls       value 50.
       78 max-recall-stores value 10.
       78 default-cover-days value 14.
       78 no-sales-days     value 9999.
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
       1 store-cnt         pic 9(2) value 0.
       1 store-scan-idx    pic 9(2) value 0.
       1 store-found       pic x(1) value 'N'.
       1 cat-table.
        2 cat-entry occurs max-cats times.
           3 ct-code       pic x(4).
           3 ct-name       pic x(20).
       1 cat-cnt           pic 9(2) value 0.
       1 cat-scan-idx      pic 9(2) value 0.
       1 cat-found         pic x(1) value 'N'.
       1 cat-heading       pic x(20) value spaces.
       1 xfer-table.
        2 xfer-entry occurs max-xfers times.
           3 xt-from-store pic x(3).
           3 xt-to-store   pic x(3).
           3 xt-code       pic x(8).
           3 xt-qty        pic 9(3).
       1 xfer-cnt          pic 9(3) value 0.
       1 xfer-idx          pic 9(3) value 0.
       1 recall-table.
        2 recall-entry occurs max-recalls times.
           3 rt-code       pic x(8).
           3 rt-stores.
              4 rt-store   pic x(3) occurs max-recall-stores times.
           3 rt-ref        pic x(12).
       1 recall-cnt        pic 9(2) value 0.
       1 recall-idx        pic 9(2) value 0.
       1 recall-store-idx  pic 9(2) value 0.
       1 recall-hit        pic x(1) value 'N'.
       1 recall-status     pic x(2) value spaces.
       1 inv-rec-cnt       pic 9(2) value 0.
       1 feed-rec-cnt      pic 9(5) value 0.
       1 feed-qty-total    pic 9(7) value 0.
       1 feedin-status     pic x(2) value spaces.
       1 sellrate-status   pic x(2) value spaces.
       1 prodmast-status   pic x(2) value spaces.
       1 mdstate-status    pic x(2) value spaces.
       1 storprof-status   pic x(2) value spaces.
       1 catctl-status     pic x(2) value spaces.
       1 xferin-status     pic x(2) value spaces.
       1 rates-available   pic x(1) value 'N'.
       1 state-available   pic x(1) value 'N'.
       1 run-ok            pic x(1) value 'Y'.
       1 end-of-feed       pic x(1) value 'N'.
       1 end-of-sort       pic x(1) value 'N'.
       1 end-of-file-sw    pic x(1) value 'N'.
       1 doc-complete      pic x(1) value 'N'.
       1 doc-has-data      pic x(1) value 'N'.
       1 doc-ok            pic x(1) value 'N'.
       1 doc-seq           pic 9(3) value 0.
       1 doc-seq-edit      pic ZZ9.
       1 doc-store-id      pic x(3) value spaces.
       1 docs-rejected-cnt pic 9(3) value 0.
       1 suppress-reason   pic x(40) value spaces.
       1 current-rate      pic 9(3)V9(2) value 0.
       1 onhand-qty        pic s9(5) value 0.
       1 dos-work          pic 9(4) value 0.
       1 target-cover      pic 9(3) value default-cover-days.
       1 cover-parm        pic x(3) value spaces.
       1 state-end-int     pic 9(10) value 0.
       1 cur-type          pic x(1) value low-values.
       1 cur-category      pic x(4) value low-values.
       1 items-read-cnt    pic 9(5) value 0.
       1 order-cnt         pic 9(5) value 0.
       1 order-units       pic 9(7) value 0.
       1 cat-order-cnt     pic 9(5) value 0.
       1 cat-order-units   pic 9(7) value 0.
       1 suppressed-cnt    pic 9(5) value 0.
       1 supp-markdown-cnt pic 9(5) value 0.
       1 supp-inactive-cnt pic 9(5) value 0.
       1 supp-unknown-cnt  pic 9(5) value 0.
       1 supp-recall-cnt   pic 9(5) value 0.
       1 covered-cnt       pic 9(5) value 0.
       1 no-demand-cnt     pic 9(5) value 0.
       1 rpt-cnt-edit      pic ZZZZ9.
       1 rpt-units-edit    pic ZZZZZZ9.
       1 rpt-qty-edit      pic ZZZZ9.
       1 rpt-onhand-edit   pic ZZZ9.
       1 rpt-dos-edit      pic ZZZ9.
       1 rpt-rate-edit     pic ZZ9.99.
       1 rpt-cover-edit    pic ZZ9.
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
                 delimited by ',' into run-date-parm cover-parm
           End-if
           If run-date-parm = spaces
              or run-date-parm = '00000000' then
              Move function current-date(1:8) to run-date
           Else
              Move run-date-parm to run-date
           End-if
           Compute run-date-int =
              function INTEGER-OF-DATE(run-date)
           If cover-parm not = spaces then
              Compute target-cover = function numval(cover-parm)
           End-if
           If target-cover = 0 then
              Move default-cover-days to target-cover
           End-if

           Open output order-rpt
           Move target-cover to rpt-cover-edit
           Initialize order-rpt-rec
           String "cbl_reorder - suggested orders "
              function formatted-date("YYYY-MM-DD" run-date-int)
              " - target cover " rpt-cover-edit " days"
              delimited by size into order-rpt-rec
           Write order-rpt-rec

           Open input feed-in
           If feedin-status not = '00' then
              Move 'N' to run-ok
              Initialize order-rpt-rec
              String "Inventory feed could not be opened - status "
                 feedin-status " - no orders suggested"
                 delimited by size into order-rpt-rec
              Write order-rpt-rec
           End-if

           Open input prod-mast
           If prodmast-status not = '00' then
              Move 'N' to run-ok
              Initialize order-rpt-rec
              String "Product master could not be opened - status "
                 prodmast-status
                 delimited by size into order-rpt-rec
              Write order-rpt-rec
           End-if

           Open input sell-rate
           If sellrate-status = '00' then
              Move 'Y' to rates-available
           Else
              Initialize order-rpt-rec
              String "No sell rate history - feed salesperday in "
                 "use (status " sellrate-status ")"
                 delimited by size into order-rpt-rec
              Write order-rpt-rec
           End-if

           Open input md-state
           If mdstate-status = '00' then
              Move 'Y' to state-available
           Else
              Move 'N' to run-ok
              Initialize order-rpt-rec
              String "Markdown state file could not be opened - "
                 "status " mdstate-status
                 " - markdown items cannot be suppressed"
                 delimited by size into order-rpt-rec
              Write order-rpt-rec
           End-if

           Perform load-store-profiles
           Perform load-category-names
           Perform load-transfers
           Perform load-recalls

           If run-ok = 'Y' then
              Open output order-out
              Sort sort-work
                 on ascending key ss-type ss-category
                                  ss-store ss-code
                 input procedure release-order-lines
                 output procedure write-order-lines
              Close order-out
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
           If state-available = 'Y' then
              Close md-state
           End-if

           Move doc-seq to doc-seq-edit
           Initialize order-rpt-rec
           String "Feed documents read: " doc-seq-edit
              delimited by size into order-rpt-rec
           Write order-rpt-rec

           Move docs-rejected-cnt to doc-seq-edit
           Initialize order-rpt-rec
           String "Feed documents rejected: " doc-seq-edit
              delimited by size into order-rpt-rec
           Write order-rpt-rec

           Move items-read-cnt to rpt-cnt-edit
           Initialize order-rpt-rec
           String "Inventory records read: " rpt-cnt-edit
              delimited by size into order-rpt-rec
           Write order-rpt-rec

           Move order-cnt to rpt-cnt-edit
           Initialize order-rpt-rec
           String "Suggested order lines: " rpt-cnt-edit
              delimited by size into order-rpt-rec
           Write order-rpt-rec

           Move order-units to rpt-units-edit
           Initialize order-rpt-rec
           String "Suggested order units: " rpt-units-edit
              delimited by size into order-rpt-rec
           Write order-rpt-rec

           Move covered-cnt to rpt-cnt-edit
           Initialize order-rpt-rec
           String "Items at or above target cover: " rpt-cnt-edit
              delimited by size into order-rpt-rec
           Write order-rpt-rec

           Move no-demand-cnt to rpt-cnt-edit
           Initialize order-rpt-rec
           String "Items with no sell rate: " rpt-cnt-edit
              delimited by size into order-rpt-rec
           Write order-rpt-rec

           Move supp-markdown-cnt to rpt-cnt-edit
           Initialize order-rpt-rec
           String "Suppressed - active markdown: " rpt-cnt-edit
              delimited by size into order-rpt-rec
           Write order-rpt-rec

           Move supp-recall-cnt to rpt-cnt-edit
           Initialize order-rpt-rec
           String "Suppressed - product recall: " rpt-cnt-edit
              delimited by size into order-rpt-rec
           Write order-rpt-rec

           Move supp-inactive-cnt to rpt-cnt-edit
           Initialize order-rpt-rec
           String "Suppressed - inactive product: " rpt-cnt-edit
              delimited by size into order-rpt-rec
           Write order-rpt-rec

           Move supp-unknown-cnt to rpt-cnt-edit
           Initialize order-rpt-rec
           String "Suppressed - not on product master: "
              rpt-cnt-edit
              delimited by size into order-rpt-rec
           Write order-rpt-rec

           Close order-rpt

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
              Initialize order-rpt-rec
              String "Store profile file could not be opened - status "
                 storprof-status
                 delimited by size into order-rpt-rec
              Write order-rpt-rec
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
                       End-if
                 End-read
              End-perform
              Close store-prof
           End-if.

       load-category-names.
           Open input cat-ctl
           If catctl-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read cat-ctl
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If cc-code not = spaces
                          and cat-cnt < max-cats then
                          Add 1 to cat-cnt
                          Move cc-code to ct-code(cat-cnt)
                          Move cc-name to ct-name(cat-cnt)
                       End-if
                 End-read
              End-perform
              Close cat-ctl
           End-if.

       load-transfers.
           Open input xfer-in
           If xferin-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read xfer-in
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If xi-date = run-date
                          and xfer-cnt < max-xfers then
                          Add 1 to xfer-cnt
                          Move xi-from-store to xt-from-store(xfer-cnt)
                          Move xi-to-store to xt-to-store(xfer-cnt)
                          Move xi-code to xt-code(xfer-cnt)
                          Move xi-qty to xt-qty(xfer-cnt)
                       End-if
                 End-read
              End-perform
              Close xfer-in
           End-if.

       load-recalls.
           Open input recall-in
           If recall-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read recall-in
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If rc-code not = spaces then
                          Perform load-recall-entry
                       End-if
                 End-read
              End-perform
              Close recall-in
           Else
              If recall-status not = '35' then
                 Move 'N' to run-ok
                 Initialize order-rpt-rec
                 String "Recall file could not be opened - status "
                    recall-status " - recalled items cannot be "
                    "suppressed"
                    delimited by size into order-rpt-rec
                 Write order-rpt-rec
              End-if
           End-if.

       load-recall-entry.
           If recall-cnt < max-recalls then
              Add 1 to recall-cnt
              Move rc-code to rt-code(recall-cnt)
              Move rc-stores to rt-stores(recall-cnt)
              Move rc-ref to rt-ref(recall-cnt)
           Else
              Move 'N' to run-ok
              Initialize order-rpt-rec
              String "Recall table full - recall " rc-ref
                 " not loaded - no orders suggested"
                 delimited by size into order-rpt-rec
              Write order-rpt-rec
           End-if.

       release-order-lines.
           Perform until end-of-feed = 'Y'
              Perform read-feed-document
              If doc-has-data = 'Y' then
                 Add 1 to doc-seq
                 Perform parse-feed-document
                 If doc-ok = 'Y' then
                    Perform release-feed-document
                 End-if
              End-if
           End-perform.

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
              Initialize order-rpt-rec
              String "Feed document " doc-seq-edit
                 " reconciliation FAILED - store not reordered"
                 delimited by size into order-rpt-rec
              Write order-rpt-rec
           End-if.

       release-feed-document.
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
              Initialize order-rpt-rec
              String "Feed document " doc-seq-edit
                 " is for unknown store id " doc-store-id
                 " - store not reordered"
                 delimited by size into order-rpt-rec
              Write order-rpt-rec
           Else
              Perform varying inv-rec-cnt from 1 by 1
                    until inv-rec-cnt > max-inv-rec
                       or prod-code(inv-rec-cnt) = spaces
                 If store-id(inv-rec-cnt) = doc-store-id then
                    Add 1 to items-read-cnt
                    Perform evaluate-reorder
                 End-if
              End-perform
           End-if.

       evaluate-reorder.
           Initialize sort-rec
           Move category(inv-rec-cnt) to ss-category
           Move doc-store-id to ss-store
           Move prod-code(inv-rec-cnt) to ss-code
           Move spaces to suppress-reason
           Move prod-code(inv-rec-cnt) to mast-code
           Read prod-mast
              invalid key
                 Move "not on product master" to suppress-reason
                 Add 1 to supp-unknown-cnt
                 Move spaces to mast-name
           End-read
           Move mast-name to ss-name
           If suppress-reason = spaces and mast-status = 'I' then
              Move "inactive on product master" to suppress-reason
              Add 1 to supp-inactive-cnt
           End-if
           If suppress-reason = spaces then
              Perform check-recall
           End-if
           If suppress-reason = spaces then
              Perform check-active-markdown
           End-if

           Perform compute-onhand
           Move onhand-qty to ss-onhand
           Perform lookup-sell-rate
           Move current-rate to ss-rate
           If current-rate > 0 then
              Compute dos-work rounded = onhand-qty / current-rate
                 on size error Move no-sales-days to dos-work
              End-compute
           Else
              Move no-sales-days to dos-work
           End-if
           Move dos-work to ss-dos

           If suppress-reason not = spaces then
              Add 1 to suppressed-cnt
              Move 'S' to ss-type
              Move suppress-reason to ss-reason
              Release sort-rec
           Else
              If current-rate = 0 then
                 Add 1 to no-demand-cnt
              Else
                 If dos-work not < target-cover then
                    Add 1 to covered-cnt
                 Else
                    Move 'O' to ss-type
                    Compute ss-qty rounded =
                       (current-rate * target-cover) - onhand-qty
                       on size error Move 99999 to ss-qty
                    End-compute
                    If ss-qty > 0 then
                       Release sort-rec
                    Else
                       Add 1 to covered-cnt
                    End-if
                 End-if
              End-if
           End-if.

       check-recall.
           Move 'N' to recall-hit
           Perform varying recall-idx from 1 by 1
                 until recall-idx > recall-cnt or recall-hit = 'Y'
              If rt-code(recall-idx) = prod-code(inv-rec-cnt) then
                 If rt-stores(recall-idx) = spaces then
                    Move 'Y' to recall-hit
                 Else
                    Perform varying recall-store-idx from 1 by 1
                          until recall-store-idx > max-recall-stores
                       If rt-store(recall-idx recall-store-idx)
                          = doc-store-id then
                          Move 'Y' to recall-hit
                       End-if
                    End-perform
                 End-if
              End-if
           End-perform
           If recall-hit = 'Y' then
              Subtract 1 from recall-idx
              String "product recall " rt-ref(recall-idx)
                 delimited by size into suppress-reason
              Add 1 to supp-recall-cnt
           End-if.

       check-active-markdown.
           If state-available = 'Y' then
              Move doc-store-id to ms-store
              Move prod-code(inv-rec-cnt) to ms-code
              Read md-state
                 invalid key Continue
                 not invalid key
                    If ms-status = 'A'
                       and ms-end is numeric and ms-end > 0 then
                       Move ms-end(1:4) to cal-yyyy
                       Move ms-end(5:2) to cal-mm
                       Move ms-end(7:2) to cal-dd
                       Perform validate-calendar-date
                       If cal-date-is-bad = 'N' then
                          Compute state-end-int =
                             function INTEGER-OF-DATE(ms-end)
                          If run-date-int not > state-end-int then
                             String "active markdown " ms-pct
                                "% to " ms-end
                                delimited by size
                                into suppress-reason
                             Add 1 to supp-markdown-cnt
                          End-if
                       End-if
                    End-if
              End-read
           End-if.

       compute-onhand.
           Move quantity(inv-rec-cnt) to onhand-qty
           Perform varying xfer-idx from 1 by 1
                 until xfer-idx > xfer-cnt
              If xt-code(xfer-idx) = prod-code(inv-rec-cnt) then
                 If xt-from-store(xfer-idx) = doc-store-id then
                    Subtract xt-qty(xfer-idx) from onhand-qty
                 End-if
                 If xt-to-store(xfer-idx) = doc-store-id then
                    Add xt-qty(xfer-idx) to onhand-qty
                 End-if
              End-if
           End-perform
           If onhand-qty < 0 then
              Move 0 to onhand-qty
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

       write-order-lines.
           Move low-values to cur-type cur-category
           Move 'N' to end-of-sort
           Perform until end-of-sort = 'Y'
              Return sort-work
                 at end Move 'Y' to end-of-sort
                 not at end
                    If ss-type not = cur-type then
                       Perform end-category-group
                       Move ss-type to cur-type
                       Move low-values to cur-category
                       Perform write-section-heading
                    End-if
                    If ss-category not = cur-category then
                       Perform end-category-group
                       Move ss-category to cur-category
                       Perform write-category-heading
                    End-if
                    If ss-type = 'O' then
                       Perform write-order-line
                    Else
                       Perform write-suppressed-line
                    End-if
              End-return
           End-perform
           Perform end-category-group.

       write-section-heading.
           Initialize order-rpt-rec
           If ss-type = 'O' then
              Move "Suggested orders by category:" to order-rpt-rec
              Write order-rpt-rec
              Initialize order-rpt-rec
              String "Store Product  Name                 "
                 "On hand  Rate    D.o.s.  Order qty"
                 delimited by size into order-rpt-rec
           Else
              Move "Suppressed - not reordered:" to order-rpt-rec
           End-if
           Write order-rpt-rec.

       write-category-heading.
           Move 'N' to cat-found
           Move spaces to cat-heading
           Perform varying cat-scan-idx from 1 by 1
                 until cat-scan-idx > cat-cnt or cat-found = 'Y'
              If ct-code(cat-scan-idx) = ss-category then
                 Move 'Y' to cat-found
                 Move ct-name(cat-scan-idx) to cat-heading
              End-if
           End-perform
           If cat-found = 'N' then
              Move "Other items" to cat-heading
           End-if
           Initialize order-rpt-rec
           String "-- Category " ss-category " "
              function trim(cat-heading) " --"
              delimited by size into order-rpt-rec
           Write order-rpt-rec
           Move 0 to cat-order-cnt
           Move 0 to cat-order-units.

       end-category-group.
           If cur-type = 'O' and cur-category not = low-values then
              Move cat-order-cnt to rpt-cnt-edit
              Move cat-order-units to rpt-units-edit
              Initialize order-rpt-rec
              String "   Category " cur-category " lines: "
                 rpt-cnt-edit "  units: " rpt-units-edit
                 delimited by size into order-rpt-rec
              Write order-rpt-rec
           End-if.

       write-order-line.
           Initialize order-rec
           Move run-date to or-date
           Move ss-store to or-store
           Move ss-code to or-code
           Move ss-category to or-category
           Move ss-onhand to or-onhand
           Move ss-rate to or-rate
           Move ss-dos to or-dos
           Move target-cover to or-target
           Move ss-qty to or-qty
           Write order-rec
           Add 1 to order-cnt
           Add 1 to cat-order-cnt
           Add ss-qty to order-units
           Add ss-qty to cat-order-units
           Move ss-onhand to rpt-onhand-edit
           Move ss-rate to rpt-rate-edit
           Move ss-dos to rpt-dos-edit
           Move ss-qty to rpt-qty-edit
           Initialize order-rpt-rec
           String ss-store "   " ss-code " " ss-name " "
              rpt-onhand-edit "  " rpt-rate-edit "    "
              rpt-dos-edit "      " rpt-qty-edit
              delimited by size into order-rpt-rec
           Write order-rpt-rec.

       write-suppressed-line.
           Move ss-onhand to rpt-onhand-edit
           Initialize order-rpt-rec
           String ss-store "   " ss-code " " ss-name " on hand "
              rpt-onhand-edit " - " function trim(ss-reason)
              delimited by size into order-rpt-rec
           Write order-rpt-rec.

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

       End program cbl_reorder.
