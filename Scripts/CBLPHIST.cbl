       IDENTIFICATION DIVISION.
       Program-id. cbl_pricehist.
       Author. Student.
       ENVIRONMENT DIVISION.
       Input-output section.
       File-control.
           Select prod-audit assign to PRODAUDT
              file status prodaudt-status.
           Select prod-audit-arc assign to PRODAUDA
              file status prodauda-status.
           Select pos-arch assign to POSARCH
              file status posarch-status.
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
           Select hist-rpt assign to PHISTRPT.
       DATA DIVISION.
       File section.
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
       FD pos-arch recording mode V.
       1 pos-arch-rec.
        2 pa-run-date      pic 9(8).
        2 pa-run-time      pic 9(6).
        2 pa-store         pic x(3).
        2 pa-file          pic x(60).
        2 pa-sent          pic x(1).
        2 pa-rec           pic x(100).
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
       FD prod-audit-arc recording mode V.
       1 prod-audit-arc-rec pic x(105).
       FD hist-rpt recording mode V.
       1 hist-rpt-rec      pic x(132) value spaces.
       Working-storage section.
       78 max-changes       value 500.
       78 max-events        value 500.
       78 max-inquiry-days  value 366.
       1 change-table.
        2 change-entry occurs max-changes times.
           3 ch-eff        pic 9(8).
           3 ch-applied    pic 9(8).
           3 ch-before     pic 9(4)V9(2).
           3 ch-after      pic 9(4)V9(2).
       1 change-cnt        pic 9(3) value 0.
       1 change-idx        pic 9(3) value 0.
       1 event-table.
        2 event-entry occurs max-events times.
           3 ev-run-date   pic 9(8).
           3 ev-run-time   pic 9(6).
           3 ev-file       pic x(60).
           3 ev-type       pic x(3).
           3 ev-reg        pic 9(4)V9(2).
           3 ev-sale       pic 9(4)V9(2).
           3 ev-start      pic 9(8).
           3 ev-end        pic 9(8).
       1 event-cnt         pic 9(3) value 0.
       1 event-idx         pic 9(3) value 0.
       1 sale-idx          pic 9(3) value 0.
       1 pos-type          pic x(3) value spaces.
       1 pos-code          pic x(8) value spaces.
       1 pos-reg-txt       pic x(10) value spaces.
       1 pos-sale-txt      pic x(10) value spaces.
       1 pos-start-txt     pic x(8) value spaces.
       1 pos-end-txt       pic x(8) value spaces.
       1 prodaudt-status   pic x(2) value spaces.
       1 prodauda-status   pic x(2) value spaces.
       1 posarch-status    pic x(2) value spaces.
       1 prodmast-status   pic x(2) value spaces.
       1 mdstate-status    pic x(2) value spaces.
       1 state-available   pic x(1) value 'N'.
       1 state-on-file     pic x(1) value 'N'.
       1 prod-on-file      pic x(1) value 'N'.
       1 run-ok            pic x(1) value 'Y'.
       1 end-of-file-sw    pic x(1) value 'N'.
       1 price-found       pic x(1) value 'N'.
       1 best-eff          pic 9(8) value 0.
       1 best-applied      pic 9(8) value 0.
       1 first-eff         pic 9(8) value 0.
       1 first-applied     pic 9(8) value 0.
       1 first-before      pic 9(4)V9(2) value 0.
       1 audit-eff         pic 9(8) value 0.
       1 audit-earliest    pic 9(8) value 99999999.
       1 archived-day-cnt  pic 9(3) value 0.
       1 reg-price         pic 9(4)V9(2) value 0.
       1 sale-price        pic 9(4)V9(2) value 0.
       1 paid-price        pic 9(4)V9(2) value 0.
       1 sale-pct          pic 9(3) value 0.
       1 reg-source        pic x(80) value spaces.
       1 sale-source       pic x(100) value spaces.
       1 changes-full-cnt  pic 9(5) value 0.
       1 events-full-cnt   pic 9(5) value 0.
       1 unsent-cnt        pic 9(5) value 0.
       1 day-cnt           pic 9(3) value 0.
       1 sale-day-cnt      pic 9(3) value 0.
       1 rpt-cnt-edit      pic ZZZZ9.
       1 rpt-price-edit    pic ZZZ9.99.
       1 rpt-price2-edit   pic ZZZ9.99.
       1 rpt-price3-edit   pic ZZZ9.99.
       1 rpt-pct-edit      pic ZZ9.
       1 inq-store         pic x(3) value spaces.
       1 inq-code          pic x(8) value spaces.
       1 inq-from-parm     pic x(8) value spaces.
       1 inq-to-parm       pic x(8) value spaces.
       1 inq-from          pic 9(8) value 0.
       1 inq-to            pic 9(8) value 0.
       1 inq-from-int      pic 9(10) value 0.
       1 inq-to-int        pic 9(10) value 0.
       1 inq-day           pic 9(8) value 0.
       1 inq-day-int       pic 9(10) value 0.

       Linkage section.
       1 parameters-from-jcl.
         2 parameters-total-length pic 9(4) usage comp.
         2 parameter-values        pic x(40).

       PROCEDURE DIVISION using parameters-from-jcl.
           If parameters-total-length > 0 then
              Unstring function trim(parameter-values)
                 delimited by ',' into inq-store inq-code
                    inq-from-parm inq-to-parm
           End-if

           Open output hist-rpt
           Initialize hist-rpt-rec
           String "cbl_pricehist - price history inquiry for store "
              inq-store " product " inq-code
              delimited by size into hist-rpt-rec
           Write hist-rpt-rec

           Perform validate-inquiry

           If run-ok = 'Y' then
              Open input prod-mast
              If prodmast-status not = '00' then
                 Move 'N' to run-ok
                 Initialize hist-rpt-rec
                 String "Product master could not be opened - status "
                    prodmast-status
                    delimited by size into hist-rpt-rec
                 Write hist-rpt-rec
              Else
                 Move inq-code to mast-code
                 Move 'Y' to prod-on-file
                 Read prod-mast
                    invalid key Move 'N' to prod-on-file
                 End-read
                 Close prod-mast
                 If prod-on-file = 'N' then
                    Move 0 to mast-price
                    Move spaces to mast-name
                    Initialize hist-rpt-rec
                    String "Product " inq-code
                       " is no longer on the product master - "
                       "regular price from audit history only"
                       delimited by size into hist-rpt-rec
                    Write hist-rpt-rec
                 End-if
              End-if
           End-if

           If run-ok = 'Y' then
              Perform load-price-changes
           End-if
           If run-ok = 'Y' then
              Perform load-pos-archive
           End-if
           If run-ok = 'Y' then
              Perform read-markdown-state
           End-if

           If run-ok = 'Y' then
              Initialize hist-rpt-rec
              String "Product " inq-code " " mast-name
                 " store " inq-store " from "
                 function formatted-date("YYYY-MM-DD" inq-from-int)
                 " to "
                 function formatted-date("YYYY-MM-DD" inq-to-int)
                 delimited by size into hist-rpt-rec
              Write hist-rpt-rec
              Initialize hist-rpt-rec
              Write hist-rpt-rec
              Move "Date         Regular    Sale  Tier    Charged"
                 to hist-rpt-rec
              Write hist-rpt-rec
              Perform varying inq-day-int from inq-from-int by 1
                    until inq-day-int > inq-to-int
                 Perform report-inquiry-day
              End-perform
              Perform write-inquiry-totals
           End-if

           Close hist-rpt

           If run-ok = 'N' then
              Move 8 to return-code
           Else
              If changes-full-cnt > 0 or events-full-cnt > 0
                 or archived-day-cnt > 0 then
                 Move 4 to return-code
              End-if
           End-if

           Goback.

       validate-inquiry.
           If inq-store = spaces or inq-code = spaces then
              Move 'N' to run-ok
              Initialize hist-rpt-rec
              Move "Parm must be store,product,from-date[,to-date]"
                 to hist-rpt-rec
              Write hist-rpt-rec
           End-if
           If inq-to-parm = spaces then
              Move inq-from-parm to inq-to-parm
           End-if
           If run-ok = 'Y' then
              If inq-from-parm is not numeric
                 or inq-to-parm is not numeric then
                 Move 'N' to run-ok
              Else
                 Move inq-from-parm to inq-from
                 Move inq-to-parm to inq-to
                 If function test-date-yyyymmdd(inq-from) not = 0
                    or function test-date-yyyymmdd(inq-to) not = 0
                    then
                    Move 'N' to run-ok
                 End-if
              End-if
              If run-ok = 'N' then
                 Initialize hist-rpt-rec
                 String "Inquiry dates must be valid YYYYMMDD - from "
                    inq-from-parm " to " inq-to-parm
                    delimited by size into hist-rpt-rec
                 Write hist-rpt-rec
              End-if
           End-if
           If run-ok = 'Y' then
              Compute inq-from-int =
                 function INTEGER-OF-DATE(inq-from)
              Compute inq-to-int =
                 function INTEGER-OF-DATE(inq-to)
              If inq-to-int < inq-from-int then
                 Move 'N' to run-ok
                 Initialize hist-rpt-rec
                 Move "Inquiry to-date is before the from-date"
                    to hist-rpt-rec
                 Write hist-rpt-rec
              Else
                 If inq-to-int - inq-from-int + 1 > max-inquiry-days
                    then
                    Move 'N' to run-ok
                    Move max-inquiry-days to rpt-cnt-edit
                    Initialize hist-rpt-rec
                    String "Inquiry range is limited to "
                       rpt-cnt-edit " days"
                       delimited by size into hist-rpt-rec
                    Write hist-rpt-rec
                 End-if
              End-if
           End-if.

       load-price-changes.
           Open input prod-audit
           If prodaudt-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read prod-audit
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       Perform note-audit-date
                       If au-code = inq-code then
                          Perform load-price-change
                       End-if
                 End-read
              End-perform
              Close prod-audit
              Perform load-archived-changes
           Else
              If prodaudt-status not = '35' then
                 Move 'N' to run-ok
                 Initialize hist-rpt-rec
                 String "Product audit file could not be opened - "
                    "status " prodaudt-status
                    delimited by size into hist-rpt-rec
                 Write hist-rpt-rec
              End-if
           End-if.

       load-archived-changes.
           Open input prod-audit-arc
           If prodauda-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read prod-audit-arc into prod-audit-rec
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If prod-audit-rec(1:3) not = "TRL" then
                          Perform note-audit-date
                          If au-code = inq-code then
                             Perform load-price-change
                          End-if
                       End-if
                 End-read
              End-perform
              Close prod-audit-arc
           End-if.

       note-audit-date.
           If au-date-applied is numeric and au-date-applied > 0
              and au-date-applied < audit-earliest then
              Move au-date-applied to audit-earliest
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
                 Move audit-eff to ch-eff(change-cnt)
                 Move au-date-applied to ch-applied(change-cnt)
                 Move au-b-price to ch-before(change-cnt)
                 Move au-a-price to ch-after(change-cnt)
              Else
                 Add 1 to changes-full-cnt
              End-if
           End-if.

       load-pos-archive.
           Open input pos-arch
           If posarch-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read pos-arch
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If pa-store = inq-store then
                          Perform load-pos-event
                       End-if
                 End-read
              End-perform
              Close pos-arch
           Else
              Initialize hist-rpt-rec
              String "POS override archive not available (status "
                 posarch-status ") - sale prices from markdown "
                 "state only"
                 delimited by size into hist-rpt-rec
              Write hist-rpt-rec
           End-if.

       load-pos-event.
           Move spaces to pos-type pos-code pos-reg-txt pos-sale-txt
              pos-start-txt pos-end-txt
           Unstring pa-rec delimited by ','
              into pos-type pos-code pos-reg-txt pos-sale-txt
                 pos-start-txt pos-end-txt
           End-unstring
           If pos-code = inq-code
              and (pos-type = "OVR" or pos-type = "RST") then
              If pa-sent not = 'Y' then
                 Add 1 to unsent-cnt
              Else
                 If event-cnt < max-events then
                    Add 1 to event-cnt
                    Move pa-run-date to ev-run-date(event-cnt)
                    Move pa-run-time to ev-run-time(event-cnt)
                    Move pa-file to ev-file(event-cnt)
                    Move pos-type to ev-type(event-cnt)
                    Compute ev-reg(event-cnt) =
                       function numval(pos-reg-txt)
                    Compute ev-sale(event-cnt) =
                       function numval(pos-sale-txt)
                    If pos-start-txt is numeric then
                       Move pos-start-txt to ev-start(event-cnt)
                    Else
                       Move 0 to ev-start(event-cnt)
                    End-if
                    If pos-end-txt is numeric then
                       Move pos-end-txt to ev-end(event-cnt)
                    Else
                       Move 0 to ev-end(event-cnt)
                    End-if
                 Else
                    Add 1 to events-full-cnt
                 End-if
              End-if
           End-if.

       read-markdown-state.
           Open input md-state
           If mdstate-status = '00' then
              Move 'Y' to state-available
              Move inq-store to ms-store
              Move inq-code to ms-code
              Move 'Y' to state-on-file
              Read md-state
                 invalid key Move 'N' to state-on-file
              End-read
              Close md-state
           Else
              Initialize hist-rpt-rec
              String "Markdown state file not available (status "
                 mdstate-status ")"
                 delimited by size into hist-rpt-rec
              Write hist-rpt-rec
           End-if.

       report-inquiry-day.
           Compute inq-day =
              function DATE-OF-INTEGER(inq-day-int)
           Add 1 to day-cnt
           Perform find-regular-price
           Perform find-sale-price

           If sale-price > 0 then
              Move sale-price to paid-price
              Add 1 to sale-day-cnt
           Else
              Move reg-price to paid-price
           End-if

           Move reg-price to rpt-price-edit
           Move paid-price to rpt-price3-edit
           Initialize hist-rpt-rec
           If sale-price > 0 then
              Move sale-price to rpt-price2-edit
              Move sale-pct to rpt-pct-edit
              String function formatted-date("YYYY-MM-DD" inq-day-int)
                 "  " rpt-price-edit " " rpt-price2-edit "  "
                 rpt-pct-edit "%   " rpt-price3-edit
                 delimited by size into hist-rpt-rec
           Else
              String function formatted-date("YYYY-MM-DD" inq-day-int)
                 "  " rpt-price-edit "       -     -   "
                 rpt-price3-edit
                 delimited by size into hist-rpt-rec
           End-if
           Write hist-rpt-rec
           Initialize hist-rpt-rec
           String "            regular: " function trim(reg-source)
              delimited by size into hist-rpt-rec
           Write hist-rpt-rec
           If sale-price > 0 then
              Initialize hist-rpt-rec
              String "            sale:    " function trim(sale-source)
                 delimited by size into hist-rpt-rec
              Write hist-rpt-rec
           End-if.

       find-regular-price.
           Move 'N' to price-found
           Move 0 to best-eff
           Move 0 to first-eff
           Move mast-price to reg-price
           Perform varying change-idx from 1 by 1
                 until change-idx > change-cnt
              If ch-eff(change-idx) not > inq-day then
                 If ch-eff(change-idx) not < best-eff then
                    Move ch-eff(change-idx) to best-eff
                    Move ch-applied(change-idx) to best-applied
                    Move ch-after(change-idx) to reg-price
                    Move 'Y' to price-found
                 End-if
              Else
                 If first-eff = 0
                    or ch-eff(change-idx) < first-eff then
                    Move ch-eff(change-idx) to first-eff
                    Move ch-applied(change-idx) to first-applied
                    Move ch-before(change-idx) to first-before
                 End-if
              End-if
           End-perform
           Move spaces to reg-source
           If price-found = 'Y' then
              String "PRODAUDT change effective " best-eff
                 " (applied by cbl_prodmaint run " best-applied ")"
                 delimited by size into reg-source
           Else
              If first-eff > 0 and first-before > 0 then
                 Move first-before to reg-price
              End-if
              If inq-day < audit-earliest then
                 Add 1 to archived-day-cnt
                 If audit-earliest = 99999999 then
                    Move "NOT CONFIRMED - no product audit history"
                       to reg-source
                 Else
                    String "NOT CONFIRMED - audit history archived "
                       "before " audit-earliest " (see PRODAUDA)"
                       delimited by size into reg-source
                 End-if
              Else
                 If first-eff > 0 and first-before > 0 then
                    String "PRODAUDT price before change effective "
                       first-eff " (applied " first-applied ")"
                       delimited by size into reg-source
                 Else
                    Move "PRODMAST current price - no change on file"
                       to reg-source
                 End-if
              End-if
           End-if.

       find-sale-price.
           Move 0 to sale-price
           Move 0 to sale-pct
           Move 0 to sale-idx
           Move spaces to sale-source
           Perform varying event-idx from 1 by 1
                 until event-idx > event-cnt
              If ev-run-date(event-idx) not > inq-day then
                 If ev-type(event-idx) = "OVR"
                    and ev-start(event-idx) not > inq-day
                    and ev-end(event-idx) not < inq-day then
                    Move event-idx to sale-idx
                 End-if
                 If ev-type(event-idx) = "RST"
                    and ev-start(event-idx) > 0
                    and ev-start(event-idx) not > inq-day then
                    Move 0 to sale-idx
                 End-if
              End-if
           End-perform
           If sale-idx > 0 then
              Move ev-sale(sale-idx) to sale-price
              If ev-reg(sale-idx) > 0 then
                 Compute sale-pct rounded =
                    (ev-reg(sale-idx) - ev-sale(sale-idx))
                       / ev-reg(sale-idx) * 100
              End-if
              String "POS override " function trim(ev-file(sale-idx))
                 " sent by cbl_dist run " ev-run-date(sale-idx) " "
                 ev-run-time(sale-idx) " window " ev-start(sale-idx)
                 "-" ev-end(sale-idx)
                 delimited by size into sale-source
           Else
              If event-cnt = 0 and state-on-file = 'Y'
                 and ms-start is numeric and ms-end is numeric
                 and ms-start > 0
                 and inq-day not < ms-start
                 and inq-day not > ms-end then
                 Move ms-sale-price to sale-price
                 Move ms-pct to sale-pct
                 String "MDSTATE markdown window " ms-start "-"
                    ms-end " status " ms-status
                    " (no POS archive for this product)"
                    delimited by size into sale-source
              End-if
           End-if.

       write-inquiry-totals.
           Initialize hist-rpt-rec
           Write hist-rpt-rec
           Move day-cnt to rpt-cnt-edit
           Initialize hist-rpt-rec
           String "Days reported:              " rpt-cnt-edit
              delimited by size into hist-rpt-rec
           Write hist-rpt-rec
           Move sale-day-cnt to rpt-cnt-edit
           Initialize hist-rpt-rec
           String "Days on markdown:           " rpt-cnt-edit
              delimited by size into hist-rpt-rec
           Write hist-rpt-rec
           Move change-cnt to rpt-cnt-edit
           Initialize hist-rpt-rec
           String "Regular price changes read: " rpt-cnt-edit
              delimited by size into hist-rpt-rec
           Write hist-rpt-rec
           Move event-cnt to rpt-cnt-edit
           Initialize hist-rpt-rec
           String "POS override records read:  " rpt-cnt-edit
              delimited by size into hist-rpt-rec
           Write hist-rpt-rec
           If unsent-cnt > 0 then
              Move unsent-cnt to rpt-cnt-edit
              Initialize hist-rpt-rec
              String "POS records never delivered:" rpt-cnt-edit
                 " (transmission failed - not used)"
                 delimited by size into hist-rpt-rec
              Write hist-rpt-rec
           End-if
           If changes-full-cnt > 0 or events-full-cnt > 0 then
              Initialize hist-rpt-rec
              Move "WARNING: history table full - latest entries lost"
                 to hist-rpt-rec
              Write hist-rpt-rec
           End-if
           If archived-day-cnt > 0 then
              Move archived-day-cnt to rpt-cnt-edit
              Initialize hist-rpt-rec
              String "WARNING:" rpt-cnt-edit " day(s) precede the "
                 "product audit history on file - regular price "
                 "not confirmed"
                 delimited by size into hist-rpt-rec
              Write hist-rpt-rec
           End-if.

       End program cbl_pricehist.
