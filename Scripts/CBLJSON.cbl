           Select pick-out assign using pick-out-name.
           Select don-out assign using don-out-name.
           Select shrink-ledger assign to SHRNKLDG.
           Select gl-actv assign to GLACTVTY.
           Select rtv-new assign to RTVNEW.
           Select rtv-pull assign using rtv-out-name.
           Select vend-mast assign to VENDMAST
              file status vendmast-status.
           Select runlog assign to RUNLOGF.
           Select stat-hist assign to STATHIST.
           Select recon-rpt assign to RECONRPT.
           Select susp-out assign to EXCPSUSO.
           Select store-prof assign to STORPROF
              file status storprof-status.
           Select xfer-in assign to XFERFILE
              file status xferin-status.
           Select recall-in assign to RECALLS
              file status recall-status.
           Select invest-in assign to INVINVST
              file status investin-status.
           Select rcl-pull assign using rcl-out-name.
           Select rcl-rpt assign to RCLRPT.
           Select rcl-mvt assign to RCLMVT.
           Select checkpoint-file assign to CHKPTFILE
              file status chkpt-status.
           Select prod-mast assign to PRODMAST
        2 sl-code          pic x(8).
        2 sl-qty           pic 9(3).
        2 sl-value         pic 9(6)V9(2).
       FD gl-actv recording mode V.
       1 gl-actv-rec.
        2 ga-date          pic 9(8).
        2 ga-store         pic x(3).
        2 ga-category      pic x(4).
        2 ga-source        pic x(2).
        2 ga-amount        pic 9(7)V9(2).
        2 ga-count         pic 9(5).
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
       FD rtv-pull recording mode V.
       1 rtv-pull-rec      pic x(132) value spaces.
       FD vend-mast recording mode V.
       1 vend-mast-rec.
        2 vm-id            pic x(6).
        2 vm-name          pic x(30).
        2 vm-terms         pic x(1).
        2 vm-days          pic 9(3).
        2 vm-credit-pct    pic 9(3).
       FD runlog recording mode V.
       1 runlog-rec        pic x(200) value spaces.
       FD recon-rpt recording mode V.
        2 sc-start         pic 9(8).
        2 sc-end           pic 9(8).
        2 sc-category      pic x(4).
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
       FD invest-in recording mode V.
       1 invest-in-rec.
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
       FD rcl-pull recording mode V.
       1 rcl-pull-rec      pic x(132) value spaces.
       FD rcl-rpt recording mode V.
       1 rcl-rpt-rec       pic x(132) value spaces.
       FD rcl-mvt recording mode V.
       1 rcl-mvt-rec.
        2 rm-date          pic 9(8).
        2 rm-store         pic x(3).
        2 rm-code          pic x(8).
        2 rm-qty           pic 9(3).
        2 rm-ref           pic x(12).
       FD checkpoint-file recording mode V.
       1 chkpt-rec.
        2 chkpt-last-store       pic 9(3) value 0.
        2 chkpt-cat-entry occurs 20 times.
           3 chkpt-cat-code  pic x(4).
           3 chkpt-cat-spent pic 9(6)V9(2).
        2 chkpt-xfer-held        pic 9(5) value 0.
        2 chkpt-recall-cnt       pic 9(5) value 0.
        2 chkpt-recall-units     pic 9(7) value 0.
        2 chkpt-recall-closed    pic 9(5) value 0.
        2 chkpt-variance-held    pic 9(5) value 0.
        2 chkpt-rtv-cnt          pic 9(5) value 0.
        2 chkpt-rtv-units        pic 9(7) value 0.
        2 chkpt-rtv-credit       pic 9(7)V9(2) value 0.
       FD prod-mast.
       1 mast-rec.
        2 mast-code         pic x(8).
        2 mast-price        pic 9(4)V9(2).
        2 mast-cost         pic 9(4)V9(2).
        2 mast-status       pic x(1).
        2 mast-vendor       pic x(6).
       FD md-state.
       1 md-state-rec.
        2 ms-key.
        2 shrink-pend-entry occurs max-inv-rec times pic x(38).
       1 shrink-pend-cnt   pic 9(2) value 0.
       1 shrink-pend-idx   pic 9(2) value 0.
       78 max-gl-pend       value 60.
       1 gl-pend-table.
        2 gl-pend-entry occurs max-gl-pend times.
           3 gp-category   pic x(4).
           3 gp-source     pic x(2).
           3 gp-amount     pic 9(7)V9(2).
           3 gp-count      pic 9(5).
       1 gl-pend-cnt       pic 9(2) value 0.
       1 gl-pend-idx       pic 9(2) value 0.
       1 gl-pend-found     pic x(1) value 'N'.
       1 gl-source         pic x(2) value spaces.
       1 gl-amount         pic 9(7)V9(2) value 0.
       78 max-xfers         value 200.
       1 xfer-table.
        2 xfer-entry occurs max-xfers times.
           3 xt-store      pic x(3).
           3 xt-code       pic x(8).
           3 xt-qty        pic 9(3).
       1 xfer-cnt          pic 9(3) value 0.
       1 xfer-idx          pic 9(3) value 0.
       1 xfer-held         pic x(1) value 'N'.
       1 xfer-held-cnt     pic 9(5) value 0.
       1 xferin-status     pic x(2) value spaces.
       1 end-of-xfer       pic x(1) value 'N'.
       78 max-recalls       value 50.
       78 max-recall-stores value 10.
       1 recall-table.
        2 recall-entry occurs max-recalls times.
           3 rt-code       pic x(8).
           3 rt-exp-from   pic 9(8).
           3 rt-exp-to     pic 9(8).
           3 rt-stores.
              4 rt-store   pic x(3) occurs max-recall-stores times.
           3 rt-ref        pic x(12).
           3 rt-reason     pic x(40).
       1 recall-cnt        pic 9(2) value 0.
       1 recall-idx        pic 9(2) value 0.
       1 recall-store-idx  pic 9(2) value 0.
       1 recall-hit        pic x(1) value 'N'.
       1 recall-store-ok   pic x(1) value 'N'.
       1 recall-status     pic x(2) value spaces.
       1 end-of-recalls    pic x(1) value 'N'.
       1 recall-pulled-cnt pic 9(5) value 0.
       1 recall-units      pic 9(7) value 0.
       1 recall-closed-cnt pic 9(5) value 0.
       1 store-recall-cnt  pic 9(3) value 0.
       1 store-recall-units pic 9(5) value 0.
       1 rcl-rpt-open      pic x(1) value 'N'.
       1 rcl-base          pic x(60) value "RCLPULL".
       1 rcl-out-name      pic x(80) value spaces.
       1 recall-units-edit pic ZZZZZZ9.
       1 pulled-restore-date pic 9(8) value 0.
       1 pulled-end-int    pic 9(10) value 0.
       1 pulled-md-closed  pic x(1) value 'N'.
       78 max-vendors       value 100.
       1 vendor-table.
        2 vendor-entry occurs max-vendors times.
           3 vn-id         pic x(6).
           3 vn-name       pic x(30).
           3 vn-terms      pic x(1).
           3 vn-days       pic 9(3).
           3 vn-pct        pic 9(3).
       1 vendor-cnt        pic 9(3) value 0.
       1 vendor-idx        pic 9(3) value 0.
       1 vendor-found      pic x(1) value 'N'.
       1 vendmast-status   pic x(2) value spaces.
       1 end-of-vendors    pic x(1) value 'N'.
       1 rtv-hit           pic x(1) value 'N'.
       1 rtv-pend-table.
        2 rtv-pend-entry occurs max-inv-rec times pic x(94).
       1 rtv-pend-cnt      pic 9(2) value 0.
       1 rtv-pend-idx      pic 9(2) value 0.
       1 rcl-pend-table.
        2 rcl-pend-entry occurs max-inv-rec times pic x(34).
       1 rcl-pend-cnt      pic 9(2) value 0.
       1 rcl-pend-idx      pic 9(2) value 0.
       1 rtv-cnt           pic 9(5) value 0.
       1 rtv-units         pic 9(7) value 0.
       1 rtv-credit        pic 9(7)V9(2) value 0.
       1 store-rtv-cnt     pic 9(3) value 0.
       1 store-rtv-units   pic 9(5) value 0.
       1 store-rtv-credit  pic 9(7)V9(2) value 0.
       1 rtv-claim-value   pic 9(6)V9(2) value 0.
       1 rtv-credit-edit   pic ZZZZZZ9.99.
       1 rtv-base          pic x(60) value "RTVPULL".
       1 rtv-out-name      pic x(80) value spaces.
       78 max-variances     value 200.
       1 variance-table.
        2 variance-entry occurs max-variances times.
           3 vt-store      pic x(3).
           3 vt-code       pic x(8).
           3 vt-type       pic x(1).
           3 vt-expected   pic 9(5).
           3 vt-actual     pic 9(5).
       1 variance-cnt      pic 9(3) value 0.
       1 variance-idx      pic 9(3) value 0.
       1 variance-hit      pic x(1) value 'N'.
       1 investin-status   pic x(2) value spaces.
       1 end-of-invest     pic x(1) value 'N'.
       1 variance-held-cnt pic 9(5) value 0.
       1 variance-released-cnt pic 9(5) value 0.
       1 variance-exp-edit pic ZZZZ9.
       1 variance-act-edit pic ZZZZ9.
       1 run-mode-parm     pic x(8) value spaces.
       1 run-mode          pic x(8) value 'LIVE'.
       1 dec-table.
           Accept don-base from environment "DONFILE"
              on exception Move "DONFILE" to don-base
           End-accept
           Accept rcl-base from environment "RCLPULL"
              on exception Move "RCLPULL" to rcl-base
           End-accept
           Accept rtv-base from environment "RTVPULL"
              on exception Move "RTVPULL" to rtv-base
           End-accept

           Open input checkpoint-file
           If chkpt-status = '00' then
                 Move chkpt-donated-dollars to donated-dollars
                 Move chkpt-md-continued to md-continued-cnt
                 Move chkpt-md-closed to md-closed-cnt
                 Move chkpt-xfer-held to xfer-held-cnt
                 Move chkpt-recall-cnt to recall-pulled-cnt
                 Move chkpt-recall-units to recall-units
                 Move chkpt-recall-closed to recall-closed-cnt
                 Move chkpt-variance-held to variance-held-cnt
                 Move chkpt-rtv-cnt to rtv-cnt
                 Move chkpt-rtv-units to rtv-units
                 Move chkpt-rtv-credit to rtv-credit
              End-if
           End-if


           If run-mode not = 'SIMULATE' then
              Open extend shrink-ledger
              If resuming-run = 'Y' then
                 Open extend gl-actv
                 Open extend rtv-new
                 Open extend rcl-mvt
              Else
                 Open output gl-actv
                 Open output rtv-new
                 Open output rcl-mvt
              End-if
           End-if

           Open input feed-in
              Perform load-category-controls
              Perform load-store-calendar
              Perform load-sell-rates
              Perform load-transfers
              Perform load-recalls
              Perform load-variances
              Perform load-vendors
              Perform load-suspense
              If run-mode not = 'SIMULATE' then
                 Perform load-decisions
                       If run-mode not = 'SIMULATE' then
                          Perform write-store-checkpoint
                          Perform flush-shrink-ledger
                          Perform flush-gl-activity
                          Perform flush-vendor-claims
                          Perform flush-recall-movement
                       End-if
                    End-if
                 End-if
              Close recon-rpt
           End-if

           If rcl-rpt-open = 'Y' then
              Move recall-pulled-cnt to runlog-cnt-edit
              Move recall-units to recall-units-edit
              Initialize rcl-rpt-rec
              String "Chain total - items pulled: " runlog-cnt-edit
                 "  units pulled: " recall-units-edit
                 delimited by size into rcl-rpt-rec
              Write rcl-rpt-rec
              Move recall-closed-cnt to runlog-cnt-edit
              Initialize rcl-rpt-rec
              String "Markdowns closed and restored at the "
                 "register: " runlog-cnt-edit
                 delimited by size into rcl-rpt-rec
              Write rcl-rpt-rec
              Close rcl-rpt
           End-if

           Move doc-seq to doc-seq-edit
           Initialize runlog-rec
           String "Feed documents read: " doc-seq-edit
              delimited by size into runlog-rec
           Write runlog-rec

           Move xfer-held-cnt to runlog-cnt-edit
           Initialize runlog-rec
           String "Markdowns held for inter-store transfer: "
              runlog-cnt-edit
              delimited by size into runlog-rec
           Write runlog-rec

           Move rtv-cnt to runlog-cnt-edit
           Move rtv-credit to rtv-credit-edit
           Initialize runlog-rec
           String "Return-to-vendor claims raised: " runlog-cnt-edit
              "  credit due $" rtv-credit-edit
              delimited by size into runlog-rec
           Write runlog-rec

           Move variance-held-cnt to runlog-cnt-edit
           Initialize runlog-rec
           String "Rows held for inventory variance: " runlog-cnt-edit
              delimited by size into runlog-rec
           Write runlog-rec

           Move recall-pulled-cnt to runlog-cnt-edit
           Initialize runlog-rec
           String "Recalled items pulled: " runlog-cnt-edit
              delimited by size into runlog-rec
           Write runlog-rec

           Move recall-units to recall-units-edit
           Initialize runlog-rec
           String "Recalled units pulled: " recall-units-edit
              delimited by size into runlog-rec
           Write runlog-rec

           Move md-continued-cnt to runlog-cnt-edit
           Initialize runlog-rec
           String "Markdowns continued without reissue: "

           If run-mode not = 'SIMULATE' then
              Close shrink-ledger
              Close gl-actv
              Close rtv-new
              Close rcl-mvt
           End-if

           If rates-available = 'Y' then
              delimited by size into pick-out-name
           String function trim(don-base) "." current-store-id
              delimited by size into don-out-name
           Initialize rcl-out-name
           String function trim(rcl-base) "." current-store-id
              delimited by size into rcl-out-name
           Initialize rtv-out-name
           String function trim(rtv-base) "." current-store-id
              delimited by size into rtv-out-name
           If run-mode not = 'SIMULATE' then
              Open output flyer
              Open output excprecs
                 function formatted-date("YYYY-MM-DD" todays-date-int)
                 delimited by size into don-rec
              Write don-rec
              Open output rcl-pull
              Initialize rcl-pull-rec
              String "Recall pull list - store " current-store-id
                 " - "
                 function formatted-date("YYYY-MM-DD" todays-date-int)
                 delimited by size into rcl-pull-rec
              Write rcl-pull-rec
              Open output rtv-pull
              Initialize rtv-pull-rec
              String "Return-to-vendor pull list - store "
                 current-store-id " - "
                 function formatted-date("YYYY-MM-DD" todays-date-int)
                 delimited by size into rtv-pull-rec
              Write rtv-pull-rec
           End-if
           Move 0 to store-read-cnt
           Move 0 to store-markdown-cnt
           Move 0 to store-units-markdown
           Move 0 to store-shrink-cnt
           Move 0 to shrink-pend-cnt
           Move 0 to gl-pend-cnt
           Move 0 to store-donated-cnt
           Move 0 to store-recall-cnt
           Move 0 to store-recall-units
           Move 0 to store-rtv-cnt
           Move 0 to store-rtv-units
           Move 0 to store-rtv-credit
           Move 0 to rtv-pend-cnt
           Move 0 to rcl-pend-cnt
           Move 0 to md-cnt
           Move 0 to tag-cnt
           Move 0 to touched-cnt
              String "Items for donation: " donated-cnt-edit
                 delimited by size into don-rec
              Write don-rec
              Move store-recall-cnt to shrink-cnt-edit
              Move store-recall-units to recall-units-edit
              Initialize rcl-pull-rec
              String "Recalled items to pull: " shrink-cnt-edit
                 "  units: " recall-units-edit
                 delimited by size into rcl-pull-rec
              Write rcl-pull-rec
              Move store-rtv-cnt to donated-cnt-edit
              Move store-rtv-units to recall-units-edit
              Move store-rtv-credit to rtv-credit-edit
              Initialize rtv-pull-rec
              String "Vendor returns to pull: " donated-cnt-edit
                 "  units: " recall-units-edit
                 "  credit due $" rtv-credit-edit
                 delimited by size into rtv-pull-rec
              Write rtv-pull-rec
              If rcl-rpt-open = 'Y' then
                 Initialize rcl-rpt-rec
                 String "Store " current-store-id
                    " items pulled: " shrink-cnt-edit
                    "  units pulled: " recall-units-edit
                    delimited by size into rcl-rpt-rec
                 Write rcl-rpt-rec
              End-if
              If state-available = 'Y' then
                 Perform close-stale-markdowns
              End-if
              Close tag-out
              Close pick-out
              Close don-out
              Close rcl-pull
              Close rtv-pull
           End-if.

       process-inventory-record.
                 Move 'Y' to row-is-bad
                 Move "unknown product code" to excp-reason
           End-read
           Perform check-recall
           If recall-hit = 'Y' then
              Perform pull-recalled-item
           Else
              Perform assess-inventory-record
           End-if.

       assess-inventory-record.
           If row-is-bad = 'N' and mast-status = 'I' then
              Move 'Y' to row-is-bad
              Move "product is inactive" to excp-reason
           End-if
           If row-is-bad = 'N' then
              Perform check-variance-hold
           End-if
           If row-is-bad = 'N' then
              Perform lookup-sell-rate
              If rate-found = 'N'
           Else
              Move 'N' to should-markdown
              Move 'N' to donate-candidate
              Move 'N' to rtv-hit
              If rate-found = 'Y' then
                 Move "HISTORY" to rate-source
                 Compute daystosellall-n rounded =
                 Compute daystoexpiry-n =
                    expiry-date-int - todays-date-int
                 Move daystoexpiry-n to daystoexpiry
                 Perform check-vendor-return
                 If rtv-hit = 'Y' then
                    Perform raise-vendor-return
                 End-if
                 If daystoexpiry-n not > 0 and rtv-hit = 'N' then
                    Perform record-expired-shrink
                 End-if
                 If daystoexpiry-n < daystosellall-n
                    and rtv-hit = 'N' then
                    Move 'Y' to should-markdown
                    If daystoexpiry-n not > 0 then
                       Move .50 to discount-pct
              End-if

              If should-markdown = 'Y' then
                 Perform check-transfer-hold
                 If xfer-held = 'Y' then
                    Perform hold-transfer-markdown
                 Else
                    Perform check-promo-blackout
                    If blackout-hit = 'Y' then
                       Perform defer-blackout-markdown
                    Else
                       Perform apply-markdown-decision
                    End-if
                 End-if
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
                    = current-store-id then
                    Move 'Y' to recall-store-ok
                 End-if
              End-perform
              If recall-store-ok = 'N' then
                 Move 'N' to recall-hit
              End-if
           End-if.

       pull-recalled-item.
           Add 1 to recall-pulled-cnt
           Add 1 to store-recall-cnt
           Add quantity(inv-rec-cnt) to recall-units
           Add quantity(inv-rec-cnt) to store-recall-units
           If row-is-bad = 'Y' then
              Move spaces to mast-name
              Move 0 to mast-price
           End-if
           Initialize runlog-rec
           String "Recalled item pulled: "
              function trim(prod-code(inv-rec-cnt))
              " store " current-store-id
              " recall " function trim(rt-ref(recall-idx))
              delimited by size into runlog-rec
           Write runlog-rec
           If run-mode = 'SIMULATE' then
              Move 0 to discount-pct
              Move 0 to daystoexpiry
              Move 0 to daystosellall
              Move "none" to rate-source
              Move mast-price to saleprice-n
              Move "RECALLED - pull" to review-suffix
              Perform write-review-line
           Else
              Initialize rcl-pull-rec
              String "Aisle " aisle(inv-rec-cnt) " "
                 prod-code(inv-rec-cnt) " "
                 mast-name " qty " quantity(inv-rec-cnt)
                 " expiry " expiry(inv-rec-cnt)
                 " recall " rt-ref(recall-idx) " "
                 function trim(rt-reason(recall-idx))
                 delimited by size into rcl-pull-rec
              Write rcl-pull-rec
              If rcl-rpt-open = 'Y' then
                 Initialize rcl-rpt-rec
                 String "Store " current-store-id " "
                    prod-code(inv-rec-cnt) " "
                    mast-name " qty " quantity(inv-rec-cnt)
                    " expiry " expiry(inv-rec-cnt)
                    " recall " rt-ref(recall-idx)
                    delimited by size into rcl-rpt-rec
                 Write rcl-rpt-rec
              End-if
              Initialize rcl-mvt-rec
              Move todays-date to rm-date
              Move current-store-id to rm-store
              Move prod-code(inv-rec-cnt) to rm-code
              Move quantity(inv-rec-cnt) to rm-qty
              Move rt-ref(recall-idx) to rm-ref
              If rcl-pend-cnt < max-inv-rec then
                 Add 1 to rcl-pend-cnt
                 Move rcl-mvt-rec to rcl-pend-entry(rcl-pend-cnt)
              End-if
              Perform withdraw-recalled-markdown
           End-if.

       withdraw-recalled-markdown.
           Perform withdraw-pulled-markdown
           If pulled-md-closed = 'Y' then
              Add 1 to recall-closed-cnt
           End-if.

       withdraw-pulled-markdown.
           Move 'N' to state-on-file
           Move 'N' to state-active
           Move 'N' to pulled-md-closed
           Perform lookup-markdown-state
           If state-on-file = 'Y' and ms-status = 'A' then
              Move 'Y' to pulled-md-closed
              Move 'C' to ms-status
              Compute pulled-end-int = todays-date-int - 1
              Move function formatted-date("YYYYMMDD"
                 pulled-end-int) to pulled-restore-date
              If ms-end not < todays-date then
                 Move pulled-restore-date to ms-end
              End-if
              Rewrite md-state-rec
                 invalid key Perform report-state-io-error
              End-rewrite
              Add 1 to md-closed-cnt
           End-if
           If pulled-md-closed = 'Y' or state-available = 'N' then
              If mast-price > 0 then
                 Move mast-price to pos-reg-edit
                 Initialize posovrd-rec
                 String "RST,"
                    function trim(prod-code(inv-rec-cnt)) ","
                    pos-reg-edit "," pos-reg-edit ","
                    todays-date ",00000000"
                    delimited by size into posovrd-rec
                 Write posovrd-rec
              Else
                 Initialize runlog-rec
                 String "Pulled item has no regular price - "
                    "register restore not sent: "
                    function trim(prod-code(inv-rec-cnt))
                    " store " current-store-id
                    delimited by size into runlog-rec
                 Write runlog-rec
              End-if
           End-if.

       check-variance-hold.
           Move 'N' to variance-hit
           Perform varying variance-idx from 1 by 1
                 until variance-idx > variance-cnt
                    or variance-hit = 'Y'
              If vt-store(variance-idx) = current-store-id
                 and vt-code(variance-idx) = prod-code(inv-rec-cnt)
                 then
                 Move 'Y' to variance-hit
              End-if
           End-perform
           If variance-hit = 'Y' then
              Subtract 1 from variance-idx
              Add 1 to variance-held-cnt
              Move 'Y' to row-is-bad
              Move vt-expected(variance-idx) to variance-exp-edit
              Move vt-actual(variance-idx) to variance-act-edit
              Move spaces to excp-reason
              Evaluate vt-type(variance-idx)
                 When 'L'
                    String "inventory variance - loss, expected "
                       variance-exp-edit " on hand " variance-act-edit
                       delimited by size into excp-reason
                 When other
                    String "inventory variance - gain, expected "
                       variance-exp-edit " on hand " variance-act-edit
                       delimited by size into excp-reason
              End-evaluate
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
              If vn-terms(vendor-idx) not = 'N'
                 and daystoexpiry-n not > vn-days(vendor-idx)
                 and (daystoexpiry-n not > 0
                    or daystoexpiry-n < daystosellall-n) then
                 Move 'Y' to rtv-hit
              End-if
           End-if.

       raise-vendor-return.
           Compute rtv-claim-value rounded =
              quantity(inv-rec-cnt) * mast-cost
                 * vn-pct(vendor-idx) / 100
              on size error Move 999999.99 to rtv-claim-value
           End-compute
           Add 1 to rtv-cnt
           Add quantity(inv-rec-cnt) to rtv-units
           Add rtv-claim-value to rtv-credit
              on size error Continue
           End-add
           Move rtv-claim-value to rtv-credit-edit
           If run-mode = 'SIMULATE' then
              Move 0 to discount-pct
              Move mast-price to saleprice-n
              Move "none" to rate-source
              Move spaces to review-suffix
              String "RTV VENDOR " vn-id(vendor-idx)
                 delimited by size into review-suffix
              Perform write-review-line
           Else
              Add 1 to store-rtv-cnt
              Add quantity(inv-rec-cnt) to store-rtv-units
              Add rtv-claim-value to store-rtv-credit
                 on size error Continue
              End-add
              Initialize rtv-claim-rec
              String current-store-id todays-date
                 delimited by size into cl-id
              Move store-rtv-cnt to cl-id(12:3)
              Move todays-date to cl-date
              Move current-store-id to cl-store
              Move prod-code(inv-rec-cnt) to cl-code
              Move vn-id(vendor-idx) to cl-vendor
              Move vn-terms(vendor-idx) to cl-terms
              Move quantity(inv-rec-cnt) to cl-qty
              Move expiry(inv-rec-cnt) to cl-expiry
              Move mast-cost to cl-unit-cost
              Move rtv-claim-value to cl-credit
              Move 'O' to cl-status
              Move todays-date to cl-status-date
              If rtv-pend-cnt < max-inv-rec then
                 Add 1 to rtv-pend-cnt
                 Move rtv-claim-rec to rtv-pend-entry(rtv-pend-cnt)
              End-if
              Initialize rtv-pull-rec
              String "Aisle " aisle(inv-rec-cnt) " "
                 prod-code(inv-rec-cnt) " "
                 mast-name " qty " quantity(inv-rec-cnt)
                 " expiry " expiry(inv-rec-cnt)
                 " vendor " vn-id(vendor-idx) " "
                 function trim(vn-name(vendor-idx))
                 " claim " cl-id
                 delimited by size into rtv-pull-rec
              Write rtv-pull-rec
              Initialize runlog-rec
              String "Return-to-vendor claim " cl-id ": "
                 function trim(prod-code(inv-rec-cnt))
                 " store " current-store-id
                 " vendor " vn-id(vendor-idx)
                 " credit $" rtv-credit-edit
                 delimited by size into runlog-rec
              Write runlog-rec
              Perform withdraw-pulled-markdown
           End-if.

       flush-vendor-claims.
           Perform varying rtv-pend-idx from 1 by 1
                 until rtv-pend-idx > rtv-pend-cnt
              Move rtv-pend-entry(rtv-pend-idx) to rtv-claim-rec
              Write rtv-claim-rec
           End-perform
           Move 0 to rtv-pend-cnt.

       flush-recall-movement.
           Perform varying rcl-pend-idx from 1 by 1
                 until rcl-pend-idx > rcl-pend-cnt
              Move rcl-pend-entry(rcl-pend-idx) to rcl-mvt-rec
              Write rcl-mvt-rec
           End-perform
           Move 0 to rcl-pend-cnt.

       check-transfer-hold.
           Move 'N' to xfer-held
           Perform varying xfer-idx from 1 by 1
                 until xfer-idx > xfer-cnt or xfer-held = 'Y'
              If xt-store(xfer-idx) = current-store-id
                 and xt-code(xfer-idx) = prod-code(inv-rec-cnt) then
                 Move 'Y' to xfer-held
              End-if
           End-perform
           If xfer-held = 'Y' then
              Subtract 1 from xfer-idx
           End-if.

       hold-transfer-markdown.
           Add 1 to xfer-held-cnt
           Initialize runlog-rec
           String "Markdown held - inter-store transfer: "
              function trim(prod-code(inv-rec-cnt))
              " store " current-store-id
              " transfer qty " xt-qty(xfer-idx)
              delimited by size into runlog-rec
           Write runlog-rec
           If run-mode = 'SIMULATE' then
              Compute saleprice-n rounded =
                 mast-price * (1 - discount-pct)
              Move "HELD - transfer" to review-suffix
              Perform write-review-line
           End-if.

       defer-blackout-markdown.
           Add 1 to blackout-deferred-cnt
           Initialize runlog-rec
                 on size error Continue
              End-add
              If run-mode not = 'SIMULATE' then
                 Move "DN" to gl-source
                 Move donation-value to gl-amount
                 Perform add-gl-activity
                 Move donation-value to donation-value-edit
                 Initialize don-rec
                 String function trim(mast-name)
           End-perform
           Move 0 to shrink-pend-cnt.

       add-gl-activity.
           Move 'N' to gl-pend-found
           Perform varying gl-pend-idx from 1 by 1
                 until gl-pend-idx > gl-pend-cnt
                    or gl-pend-found = 'Y'
              If gp-category(gl-pend-idx) = category(inv-rec-cnt)
                 and gp-source(gl-pend-idx) = gl-source then
                 Move 'Y' to gl-pend-found
              End-if
           End-perform
           If gl-pend-found = 'Y' then
              Subtract 1 from gl-pend-idx
           Else
              If gl-pend-cnt < max-gl-pend then
                 Add 1 to gl-pend-cnt
                 Move gl-pend-cnt to gl-pend-idx
                 Move category(inv-rec-cnt) to gp-category(gl-pend-idx)
                 Move gl-source to gp-source(gl-pend-idx)
                 Move 0 to gp-amount(gl-pend-idx)
                 Move 0 to gp-count(gl-pend-idx)
                 Move 'Y' to gl-pend-found
              Else
                 Initialize runlog-rec
                 String "GL activity table full - " gl-source
                    " not recorded for "
                    function trim(prod-code(inv-rec-cnt))
                    " store " current-store-id
                    delimited by size into runlog-rec
                 Write runlog-rec
              End-if
           End-if
           If gl-pend-found = 'Y' then
              Add gl-amount to gp-amount(gl-pend-idx)
                 on size error Continue
              End-add
              Add 1 to gp-count(gl-pend-idx)
           End-if.

       flush-gl-activity.
           Perform varying gl-pend-idx from 1 by 1
                 until gl-pend-idx > gl-pend-cnt
              Initialize gl-actv-rec
              Move todays-date to ga-date
              Move current-store-id to ga-store
              Move gp-category(gl-pend-idx) to ga-category
              Move gp-source(gl-pend-idx) to ga-source
              Move gp-amount(gl-pend-idx) to ga-amount
              Move gp-count(gl-pend-idx) to ga-count
              Write gl-actv-rec
           End-perform
           Move 0 to gl-pend-cnt.

       record-expired-shrink.
           Add 1 to shrink-cnt
           Add 1 to store-shrink-cnt
              If run-mode = 'SIMULATE' then
                 Move "REFUSED - below cost" to review-suffix
                 Perform write-review-line
              Else
                 Move "BC" to gl-source
                 Move margin-impact to gl-amount
                 Perform add-gl-activity
              End-if
           End-if.

           Add quantity(inv-rec-cnt) to total-units-markdown
           Add quantity(inv-rec-cnt) to store-units-markdown

           Move "MD" to gl-source
           Compute gl-amount rounded =
              discount-amt * quantity(inv-rec-cnt)
              on size error Move 9999999.99 to gl-amount
           End-compute
           Perform add-gl-activity

           Perform build-flyer-entry

           If tag-cnt < max-tags then
              End-read
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
              If recall-cnt > 0 and run-mode not = 'SIMULATE' then
                 Perform open-recall-report
              End-if
           Else
              If recall-status = '35' then
                 Initialize runlog-rec
                 String "No recall file - no products withdrawn "
                    "(status " recall-status ")"
                    delimited by size into runlog-rec
                 Write runlog-rec
              Else
                 Move 'N' to run-ok
                 Initialize runlog-rec
                 String "Recall file could not be opened - status "
                    recall-status " - run abandoned"
                    delimited by size into runlog-rec
                 Write runlog-rec
              End-if
           End-if.

       load-recall-entry.
           If rc-code = spaces then
              Continue
           Else
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
                 Move rc-ref to rt-ref(recall-cnt)
                 Move rc-reason to rt-reason(recall-cnt)
                 Initialize runlog-rec
                 String "Recall loaded: " rc-ref " product "
                    rc-code " - " function trim(rc-reason)
                    delimited by size into runlog-rec
                 Write runlog-rec
              Else
                 Move 'N' to run-ok
                 Initialize runlog-rec
                 String "Recall table full - recall " rc-ref
                    " not loaded - run abandoned"
                    delimited by size into runlog-rec
                 Write runlog-rec
              End-if
           End-if.

       open-recall-report.
           If resuming-run = 'Y' then
              Open extend rcl-rpt
           Else
              Open output rcl-rpt
              Initialize rcl-rpt-rec
              String "Recall compliance report - "
                 function formatted-date("YYYY-MM-DD" todays-date-int)
                 delimited by size into rcl-rpt-rec
              Write rcl-rpt-rec
              Perform varying recall-idx from 1 by 1
                    until recall-idx > recall-cnt
                 Initialize rcl-rpt-rec
                 String "Recall " rt-ref(recall-idx) " product "
                    rt-code(recall-idx) " expiry "
                    rt-exp-from(recall-idx) " to "
                    rt-exp-to(recall-idx) " stores "
                    rt-stores(recall-idx) " "
                    function trim(rt-reason(recall-idx))
                    delimited by size into rcl-rpt-rec
                 Write rcl-rpt-rec
              End-perform
           End-if
           Move 'Y' to rcl-rpt-open.

       load-vendors.
           Open input vend-mast
           If vendmast-status = '00' then
              Perform until end-of-vendors = 'Y'
                 Read vend-mast
                    at end Move 'Y' to end-of-vendors
                    not at end
                       If vm-id not = spaces then
                          Perform load-vendor-entry
                       End-if
                 End-read
              End-perform
              Close vend-mast
           Else
              Initialize runlog-rec
              String "No vendor master - no return-to-vendor claims "
                 "raised (status " vendmast-status ")"
                 delimited by size into runlog-rec
              Write runlog-rec
           End-if.

       load-vendor-entry.
           If vendor-cnt < max-vendors then
              Add 1 to vendor-cnt
              Move vm-id to vn-id(vendor-cnt)
              Move vm-name to vn-name(vendor-cnt)
              Move vm-terms to vn-terms(vendor-cnt)
              If vm-days is numeric then
                 Move vm-days to vn-days(vendor-cnt)
              Else
                 Move 0 to vn-days(vendor-cnt)
              End-if
              If vm-credit-pct is numeric then
                 Move vm-credit-pct to vn-pct(vendor-cnt)
              Else
                 Move 0 to vn-pct(vendor-cnt)
              End-if
           Else
              Initialize runlog-rec
              String "Vendor table full - vendor " vm-id
                 " not loaded"
                 delimited by size into runlog-rec
              Write runlog-rec
           End-if.

       load-variances.
           Open input invest-in
           If investin-status = '00' then
              Perform until end-of-invest = 'Y'
                 Read invest-in
                    at end Move 'Y' to end-of-invest
                    not at end
                       If iv-date = todays-date
                          and iv-type not = 'V' then
                          Perform load-variance-entry
                       End-if
                 End-read
              End-perform
              Close invest-in
           Else
              Initialize runlog-rec
              String "No inventory variance file - no rows held for "
                 "variance (status " investin-status ")"
                 delimited by size into runlog-rec
              Write runlog-rec
           End-if.

       load-variance-entry.
           If variance-cnt < max-variances then
              Add 1 to variance-cnt
              Move iv-store to vt-store(variance-cnt)
              Move iv-code to vt-code(variance-cnt)
              Move iv-type to vt-type(variance-cnt)
              Move iv-expected to vt-expected(variance-cnt)
              Move iv-actual to vt-actual(variance-cnt)
           Else
              Initialize runlog-rec
              String "Variance table full - row not held: "
                 iv-code " store " iv-store
                 delimited by size into runlog-rec
              Write runlog-rec
           End-if.

       load-transfers.
           Open input xfer-in
           If xferin-status = '00' then
              Perform until end-of-xfer = 'Y'
                 Read xfer-in
                    at end Move 'Y' to end-of-xfer
                    not at end
                       If xi-date = todays-date then
                          If xfer-cnt < max-xfers then
                             Add 1 to xfer-cnt
                             Move xi-from-store to xt-store(xfer-cnt)
                             Move xi-code to xt-code(xfer-cnt)
                             Move xi-qty to xt-qty(xfer-cnt)
                          Else
                             Initialize runlog-rec
                             String "Transfer table full - "
                                "markdown not held: " xi-code
                                " store " xi-from-store
                                delimited by size into runlog-rec
                             Write runlog-rec
                          End-if
                       End-if
                 End-read
              End-perform
              Close xfer-in
           Else
              Initialize runlog-rec
              String "No transfer recommendations - no markdowns "
                 "held for transfer (status " xferin-status ")"
                 delimited by size into runlog-rec
              Write runlog-rec
           End-if.

       load-suspense.
           Open input susp-in
           If suspin-status = '00' then
              If appr-used-flag(appr-idx) = 'N' then
                 Move appr-entry(appr-idx) to excp-work
                 If ew-store-id = doc-store-id then
                    If ew-reason(1:18) = "inventory variance" then
                       Perform release-variance-entry
                    Else
                       Perform place-approved-entry
                    End-if
                 End-if
              End-if
           End-perform.
              Write runlog-rec
           End-if.

       release-variance-entry.
           Move 'Y' to appr-used-flag(appr-idx)
           Add 1 to variance-released-cnt
           Initialize runlog-rec
           String "Inventory variance approved - feed quantity "
              "accepted: " ew-prod-code " store " ew-store-id
              delimited by size into runlog-rec
           Write runlog-rec.

       hold-over-approved.
           Perform varying appr-idx from 1 by 1
                 until appr-idx > appr-cnt
           Move donated-dollars to chkpt-donated-dollars
           Move md-continued-cnt to chkpt-md-continued
           Move md-closed-cnt to chkpt-md-closed
           Move xfer-held-cnt to chkpt-xfer-held
           Move recall-pulled-cnt to chkpt-recall-cnt
           Move recall-units to chkpt-recall-units
           Move recall-closed-cnt to chkpt-recall-closed
           Move variance-held-cnt to chkpt-variance-held
           Move rtv-cnt to chkpt-rtv-cnt
           Move rtv-units to chkpt-rtv-units
           Move rtv-credit to chkpt-rtv-credit
           Perform varying cat-scan-idx from 1 by 1
                 until cat-scan-idx > max-cats
              If cat-scan-idx > cat-cnt then
