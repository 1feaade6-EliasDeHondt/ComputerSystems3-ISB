       IDENTIFICATION DIVISION.
       Program-id. cbl_priceaudit.
       Author. Student.
       ENVIRONMENT DIVISION.
       Input-output section.
       File-control.
           Select sales-mvt assign to SALESMVT
              file status salesmvt-status.
           Select prod-audit assign to PRODAUDT
              file status prodaudt-status.
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
           Select audit-rpt assign to PAUDRPT.
       DATA DIVISION.
       File section.
       FD sales-mvt recording mode V.
       1 sales-mvt-rec.
        2 sm-store         pic x(3).
        2 sm-code          pic x(8).
        2 sm-date          pic 9(8).
        2 sm-units         pic 9(5).
        2 sm-price         pic 9(4)V9(2).
       FD prod-audit recording mode V.
       1 prod-audit-rec.
        2 au-date-applied   pic 9(8).
        2 au-action         pic x(1).
        2 au-code           pic x(8).
        2 au-eff-date       pic 9(8).
        2 au-before.
           3 au-b-name      pic x(20).
           3 au-b-type      pic x(1).
           3 au-b-price     pic 9(4)V9(2).
           3 au-b-cost      pic 9(4)V9(2).
           3 au-b-status    pic x(1).
        2 au-after.
           3 au-a-name      pic x(20).
           3 au-a-type      pic x(1).
           3 au-a-price     pic 9(4)V9(2).
           3 au-a-cost      pic 9(4)V9(2).
           3 au-a-status    pic x(1).
        2 au-b-vendor       pic x(6).
        2 au-a-vendor       pic x(6).
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
       FD audit-rpt recording mode V.
       1 audit-rpt-rec     pic x(132) value spaces.
       Working-storage section.
       78 max-changes       value 2000.
       78 max-results       value 500.
       1 change-table.
        2 change-entry occurs max-changes times.
           3 ch-code       pic x(8).
           3 ch-eff        pic 9(8).
           3 ch-before     pic 9(4)V9(2).
           3 ch-after      pic 9(4)V9(2).
       1 change-cnt        pic 9(4) value 0.
       1 change-idx        pic 9(4) value 0.
       1 changes-full-cnt  pic 9(5) value 0.
       1 result-table.
        2 result-entry occurs max-results times.
           3 rs-store      pic x(3).
           3 rs-code       pic x(8).
           3 rs-over-units pic 9(7).
           3 rs-over-amt   pic 9(7)V9(2).
           3 rs-under-units pic 9(7).
           3 rs-under-amt  pic 9(7)V9(2).
       1 result-cnt        pic 9(3) value 0.
       1 result-idx        pic 9(3) value 0.
       1 result-found      pic x(1) value 'N'.
       1 results-full-cnt  pic 9(5) value 0.
       1 cur-store         pic x(3) value low-values.
       1 scan-idx          pic 9(3) value 0.
       1 store-seen        pic x(1) value 'N'.
       1 salesmvt-status   pic x(2) value spaces.
       1 prodaudt-status   pic x(2) value spaces.
       1 prodmast-status   pic x(2) value spaces.
       1 mdstate-status    pic x(2) value spaces.
       1 state-available   pic x(1) value 'N'.
       1 run-ok            pic x(1) value 'Y'.
       1 end-of-file-sw    pic x(1) value 'N'.
       1 prod-on-file      pic x(1) value 'N'.
       1 price-found       pic x(1) value 'N'.
       1 best-eff          pic 9(8) value 0.
       1 first-eff         pic 9(8) value 0.
       1 first-before      pic 9(4)V9(2) value 0.
       1 audit-eff         pic 9(8) value 0.
       1 reg-price         pic 9(4)V9(2) value 0.
       1 expected-price    pic 9(4)V9(2) value 0.
       1 price-basis       pic x(4) value spaces.
       1 error-dir         pic x(5) value spaces.
       1 price-diff        pic s9(4)V9(2) value 0.
       1 impact-amt        pic 9(7)V9(2) value 0.
       1 sales-read-cnt    pic 9(7) value 0.
       1 sales-ok-cnt      pic 9(7) value 0.
       1 no-price-cnt      pic 9(7) value 0.
       1 unknown-prod-cnt  pic 9(7) value 0.
       1 over-cnt          pic 9(7) value 0.
       1 under-cnt         pic 9(7) value 0.
       1 over-units        pic 9(7) value 0.
       1 under-units       pic 9(7) value 0.
       1 over-dollars      pic 9(8)V9(2) value 0.
       1 under-dollars     pic 9(8)V9(2) value 0.
       1 store-over-amt    pic 9(8)V9(2) value 0.
       1 store-under-amt   pic 9(8)V9(2) value 0.
       1 rpt-cnt-edit      pic ZZZZZZ9.
       1 rpt-units-edit    pic ZZZZZZ9.
       1 rpt-units2-edit   pic ZZZZZZ9.
       1 rpt-price-edit    pic ZZZ9.99.
       1 rpt-price2-edit   pic ZZZ9.99.
       1 rpt-money-edit    pic ZZZZZZ9.99.
       1 rpt-money2-edit   pic ZZZZZZ9.99.
       1 rpt-total-edit    pic ZZZZZZZ9.99.
       1 run-date-parm     pic x(8) value spaces.
       1 run-date          pic 9(8).
       1 run-date-int      pic 9(10).

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

           Open output audit-rpt
           Initialize audit-rpt-rec
           String "cbl_priceaudit - register price accuracy audit "
              function formatted-date("YYYY-MM-DD" run-date-int)
              delimited by size into audit-rpt-rec
           Write audit-rpt-rec

           Open input sales-mvt
           If salesmvt-status not = '00' then
              Move 'N' to run-ok
              Initialize audit-rpt-rec
              String "Sales movement file could not be opened - "
                 "status " salesmvt-status " - nothing audited"
                 delimited by size into audit-rpt-rec
              Write audit-rpt-rec
           End-if

           Open input prod-mast
           If prodmast-status not = '00' then
              Move 'N' to run-ok
              Initialize audit-rpt-rec
              String "Product master could not be opened - status "
                 prodmast-status
                 delimited by size into audit-rpt-rec
              Write audit-rpt-rec
           End-if

           Open input md-state
           If mdstate-status = '00' then
              Move 'Y' to state-available
           Else
              Move 'N' to run-ok
              Initialize audit-rpt-rec
              String "Markdown state file could not be opened - "
                 "status " mdstate-status
                 " - sale prices cannot be checked"
                 delimited by size into audit-rpt-rec
              Write audit-rpt-rec
           End-if

           If run-ok = 'Y' then
              Perform load-price-changes
           End-if

           If run-ok = 'Y' then
              Initialize audit-rpt-rec
              String "Store Product  Date     Units   Rung  Should "
                 "Basis      Impact"
                 delimited by size into audit-rpt-rec
              Write audit-rpt-rec
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read sales-mvt
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       Add 1 to sales-read-cnt
                       Perform audit-sale
                 End-read
              End-perform
              Perform write-product-summary
           End-if

           If salesmvt-status = '00' then
              Close sales-mvt
           End-if
           If prodmast-status = '00' then
              Close prod-mast
           End-if
           If state-available = 'Y' then
              Close md-state
           End-if

           Perform write-run-totals

           Close audit-rpt

           If run-ok = 'N' then
              Move 8 to return-code
           Else
              If changes-full-cnt > 0 or results-full-cnt > 0 then
                 Move 4 to return-code
              End-if
           End-if

           Goback.

       load-price-changes.
           Open input prod-audit
           If prodaudt-status = '00' then
              Perform until end-of-file-sw = 'Y'
                 Read prod-audit
                    at end Move 'Y' to end-of-file-sw
                    not at end Perform load-price-change
                 End-read
              End-perform
              Close prod-audit
           Else
              If prodaudt-status not = '35' then
                 Move 'N' to run-ok
                 Initialize audit-rpt-rec
                 String "Product audit file could not be opened - "
                    "status " prodaudt-status
                    delimited by size into audit-rpt-rec
                 Write audit-rpt-rec
              End-if
           End-if.

       load-price-change.
           If au-eff-date is numeric and au-eff-date > 0 then
              Move au-eff-date to audit-eff
           Else
              Move au-date-applied to audit-eff
           End-if
           If au-b-price not = au-a-price or au-action = 'A' then
              If change-cnt < max-changes then
                 Add 1 to change-cnt
                 Move au-code to ch-code(change-cnt)
                 Move audit-eff to ch-eff(change-cnt)
                 Move au-b-price to ch-before(change-cnt)
                 Move au-a-price to ch-after(change-cnt)
              Else
                 Add 1 to changes-full-cnt
              End-if
           End-if.

       audit-sale.
           If sm-price is not numeric or sm-price = 0
              or sm-units is not numeric or sm-units = 0
              or sm-date is not numeric then
              Add 1 to no-price-cnt
           Else
              Move sm-code to mast-code
              Move 'Y' to prod-on-file
              Read prod-mast
                 invalid key Move 'N' to prod-on-file
              End-read
              If prod-on-file = 'N' then
                 Add 1 to unknown-prod-cnt
                 Initialize audit-rpt-rec
                 String sm-store "   " sm-code " " sm-date
                    " - not on product master, price not checked"
                    delimited by size into audit-rpt-rec
                 Write audit-rpt-rec
              Else
                 Perform find-regular-price
                 Move reg-price to expected-price
                 Move "REG" to price-basis
                 Perform check-markdown-window
                 Perform compare-rung-price
              End-if
           End-if.

       find-regular-price.
           Move 'N' to price-found
           Move 0 to best-eff
           Move 0 to first-eff
           Move mast-price to reg-price
           Perform varying change-idx from 1 by 1
                 until change-idx > change-cnt
              If ch-code(change-idx) = sm-code then
                 If ch-eff(change-idx) not > sm-date then
                    If ch-eff(change-idx) not < best-eff then
                       Move ch-eff(change-idx) to best-eff
                       Move ch-after(change-idx) to reg-price
                       Move 'Y' to price-found
                    End-if
                 Else
                    If first-eff = 0
                       or ch-eff(change-idx) < first-eff then
                       Move ch-eff(change-idx) to first-eff
                       Move ch-before(change-idx) to first-before
                    End-if
                 End-if
              End-if
           End-perform
           If price-found = 'N' and first-eff > 0
              and first-before > 0 then
              Move first-before to reg-price
           End-if.

       check-markdown-window.
           If state-available = 'Y' then
              Move sm-store to ms-store
              Move sm-code to ms-code
              Read md-state
                 invalid key Continue
                 not invalid key
                    If ms-start is numeric and ms-end is numeric
                       and ms-start > 0
                       and sm-date not < ms-start
                       and sm-date not > ms-end then
                       Move ms-sale-price to expected-price
                       Move "SALE" to price-basis
                    End-if
              End-read
           End-if.

       compare-rung-price.
           Compute price-diff = sm-price - expected-price
           If price-diff = 0 then
              Add 1 to sales-ok-cnt
           Else
              Perform find-result-slot
              If price-diff > 0 then
                 Compute impact-amt = price-diff * sm-units
                    on size error Move 9999999.99 to impact-amt
                 End-compute
                 Add 1 to over-cnt
                 Add sm-units to over-units
                 Add impact-amt to over-dollars
                 If result-found = 'Y' then
                    Add sm-units to rs-over-units(result-idx)
                    Add impact-amt to rs-over-amt(result-idx)
                 End-if
              Else
                 Compute impact-amt = (0 - price-diff) * sm-units
                    on size error Move 9999999.99 to impact-amt
                 End-compute
                 Add 1 to under-cnt
                 Add sm-units to under-units
                 Add impact-amt to under-dollars
                 If result-found = 'Y' then
                    Add sm-units to rs-under-units(result-idx)
                    Add impact-amt to rs-under-amt(result-idx)
                 End-if
              End-if
              If price-diff > 0 then
                 Move "OVER" to error-dir
              Else
                 Move "UNDER" to error-dir
              End-if
              Move sm-units to rpt-units-edit
              Move sm-price to rpt-price-edit
              Move expected-price to rpt-price2-edit
              Move impact-amt to rpt-money-edit
              Initialize audit-rpt-rec
              String sm-store "   " sm-code " " sm-date " "
                 rpt-units-edit " " rpt-price-edit " "
                 rpt-price2-edit " " price-basis " "
                 error-dir " $" rpt-money-edit
                 delimited by size into audit-rpt-rec
              Write audit-rpt-rec
           End-if.

       find-result-slot.
           Move 'N' to result-found
           Perform varying result-idx from 1 by 1
                 until result-idx > result-cnt or result-found = 'Y'
              If rs-store(result-idx) = sm-store
                 and rs-code(result-idx) = sm-code then
                 Move 'Y' to result-found
              End-if
           End-perform
           If result-found = 'Y' then
              Subtract 1 from result-idx
           Else
              If result-cnt < max-results then
                 Add 1 to result-cnt
                 Move result-cnt to result-idx
                 Initialize result-entry(result-idx)
                 Move sm-store to rs-store(result-idx)
                 Move sm-code to rs-code(result-idx)
                 Move 'Y' to result-found
              Else
                 Add 1 to results-full-cnt
              End-if
           End-if.

       write-product-summary.
           Initialize audit-rpt-rec
           Move "Price errors by store and product:" to audit-rpt-rec
           Write audit-rpt-rec
           Perform varying scan-idx from 1 by 1
                 until scan-idx > result-cnt
              Move 'N' to store-seen
              Perform varying result-idx from 1 by 1
                    until result-idx not < scan-idx
                 If rs-store(result-idx) = rs-store(scan-idx) then
                    Move 'Y' to store-seen
                 End-if
              End-perform
              If store-seen = 'N' then
                 Move rs-store(scan-idx) to cur-store
                 Move 0 to store-over-amt
                 Move 0 to store-under-amt
                 Perform varying result-idx from scan-idx by 1
                       until result-idx > result-cnt
                    If rs-store(result-idx) = cur-store then
                       Perform write-product-line
                    End-if
                 End-perform
                 Perform write-store-total
              End-if
           End-perform.

       write-product-line.
           Add rs-over-amt(result-idx) to store-over-amt
           Add rs-under-amt(result-idx) to store-under-amt
           Move rs-over-units(result-idx) to rpt-units-edit
           Move rs-over-amt(result-idx) to rpt-money-edit
           Move rs-under-units(result-idx) to rpt-units2-edit
           Move rs-under-amt(result-idx) to rpt-money2-edit
           Initialize audit-rpt-rec
           String "Store " rs-store(result-idx) " "
              rs-code(result-idx)
              " overcharged units " rpt-units-edit
              " $" rpt-money-edit
              "  undercharged units " rpt-units2-edit
              " $" rpt-money2-edit
              delimited by size into audit-rpt-rec
           Write audit-rpt-rec.

       write-store-total.
           Move store-over-amt to rpt-total-edit
           Move store-under-amt to rpt-money-edit
           Initialize audit-rpt-rec
           String "Store " cur-store " total overcharged $"
              rpt-total-edit "  undercharged $" rpt-money-edit
              delimited by size into audit-rpt-rec
           Write audit-rpt-rec.

       write-run-totals.
           Move sales-read-cnt to rpt-cnt-edit
           Initialize audit-rpt-rec
           String "Sales records read: " rpt-cnt-edit
              delimited by size into audit-rpt-rec
           Write audit-rpt-rec

           Move sales-ok-cnt to rpt-cnt-edit
           Initialize audit-rpt-rec
           String "Sales rung at the correct price: " rpt-cnt-edit
              delimited by size into audit-rpt-rec
           Write audit-rpt-rec

           Move no-price-cnt to rpt-cnt-edit
           Initialize audit-rpt-rec
           String "Sales with no price captured: " rpt-cnt-edit
              delimited by size into audit-rpt-rec
           Write audit-rpt-rec

           Move unknown-prod-cnt to rpt-cnt-edit
           Initialize audit-rpt-rec
           String "Sales for products not on master: " rpt-cnt-edit
              delimited by size into audit-rpt-rec
           Write audit-rpt-rec

           Move over-cnt to rpt-cnt-edit
           Move over-dollars to rpt-total-edit
           Initialize audit-rpt-rec
           String "Overcharges: " rpt-cnt-edit
              "  customer impact $" rpt-total-edit
              delimited by size into audit-rpt-rec
           Write audit-rpt-rec

           Move under-cnt to rpt-cnt-edit
           Move under-dollars to rpt-total-edit
           Initialize audit-rpt-rec
           String "Undercharges: " rpt-cnt-edit
              "  revenue lost $" rpt-total-edit
              delimited by size into audit-rpt-rec
           Write audit-rpt-rec

           If changes-full-cnt > 0 then
              Move changes-full-cnt to rpt-cnt-edit
              Initialize audit-rpt-rec
              String "WARNING - price change table full, audit "
                 "records not used: " rpt-cnt-edit
                 delimited by size into audit-rpt-rec
              Write audit-rpt-rec
           End-if

           If results-full-cnt > 0 then
              Move results-full-cnt to rpt-cnt-edit
              Initialize audit-rpt-rec
              String "WARNING - product summary table full, errors "
                 "not summarised: " rpt-cnt-edit
                 delimited by size into audit-rpt-rec
              Write audit-rpt-rec
           End-if.

       End program cbl_priceaudit.
