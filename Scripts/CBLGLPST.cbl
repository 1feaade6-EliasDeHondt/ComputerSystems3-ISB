       IDENTIFICATION DIVISION.
       Program-id. cbl_glpost.
       Author. Student.
       ENVIRONMENT DIVISION.
       Input-output section.
       File-control.
           Select gl-actv assign to GLACTVTY
              file status glactv-status.
           Select shrink-ledger assign to SHRNKLDG
              file status shrink-status.
           Select gl-acct assign to GLACCTS
              file status glacct-status.
           Select gl-ctl assign to GLCTL
              file status glctl-status.
           Select gl-hist assign to GLHIST
              file status glhist-status.
           Select gl-jrnl assign to GLJRNL.
           Select gl-rpt assign to GLRPT.
       DATA DIVISION.
       File section.
       FD gl-actv recording mode V.
       1 gl-actv-rec.
        2 ga-date          pic 9(8).
        2 ga-store         pic x(3).
        2 ga-category      pic x(4).
        2 ga-source        pic x(2).
        2 ga-amount        pic 9(7)V9(2).
        2 ga-count         pic 9(5).
       FD shrink-ledger recording mode V.
       1 shrink-ledger-rec.
        2 sl-date          pic 9(8).
        2 sl-store         pic x(3).
        2 sl-aisle         pic x(4).
        2 sl-category      pic x(4).
        2 sl-code          pic x(8).
        2 sl-qty           pic 9(3).
        2 sl-value         pic 9(6)V9(2).
       FD gl-acct recording mode V.
       1 gl-acct-rec.
        2 gm-source        pic x(2).
        2 gm-category      pic x(4).
        2 gm-debit         pic x(10).
        2 gm-credit        pic x(10).
        2 gm-desc          pic x(30).
       FD gl-ctl recording mode V.
       1 gl-ctl-rec.
        2 gc-date          pic 9(8).
        2 gc-action        pic x(1).
        2 gc-batch         pic x(14).
        2 gc-lines         pic 9(7).
        2 gc-debits        pic 9(11)V9(2).
        2 gc-credits       pic 9(11)V9(2).
       FD gl-hist recording mode V.
       1 gl-hist-rec.
        2 gh-rec-type      pic x(1).
        2 gh-date          pic 9(8).
        2 gh-store         pic x(3).
        2 gh-category      pic x(4).
        2 gh-source        pic x(2).
        2 gh-account       pic x(10).
        2 gh-dr-cr         pic x(1).
        2 gh-amount        pic 9(9)V9(2).
        2 gh-desc          pic x(30).
        2 gh-action        pic x(1).
        2 gh-batch         pic x(14).
       FD gl-jrnl recording mode V.
       1 gl-jrnl-rec.
        2 jr-rec-type      pic x(1).
        2 jr-date          pic 9(8).
        2 jr-store         pic x(3).
        2 jr-category      pic x(4).
        2 jr-source        pic x(2).
        2 jr-account       pic x(10).
        2 jr-dr-cr         pic x(1).
        2 jr-amount        pic 9(9)V9(2).
        2 jr-desc          pic x(30).
        2 jr-action        pic x(1).
        2 jr-batch         pic x(14).
       1 gl-jrnl-trailer.
        2 jt-rec-type      pic x(1).
        2 jt-date          pic 9(8).
        2 jt-action        pic x(1).
        2 jt-batch         pic x(14).
        2 jt-lines         pic 9(7).
        2 jt-debits        pic 9(11)V9(2).
        2 jt-credits       pic 9(11)V9(2).
        2 filler           pic x(28).
       FD gl-rpt recording mode V.
       1 gl-rpt-rec        pic x(132) value spaces.
       Working-storage section.
       78 max-maps          value 60.
       78 max-gl-lines      value 800.
       1 map-table.
        2 map-entry occurs max-maps times.
           3 mt-source     pic x(2).
           3 mt-category   pic x(4).
           3 mt-debit      pic x(10).
           3 mt-credit     pic x(10).
           3 mt-desc       pic x(30).
       1 map-cnt           pic 9(2) value 0.
       1 map-idx           pic 9(2) value 0.
       1 map-found         pic x(1) value 'N'.
       1 line-table.
        2 line-entry occurs max-gl-lines times.
           3 gl-store      pic x(3).
           3 gl-category   pic x(4).
           3 gl-source     pic x(2).
           3 gl-amount     pic 9(9)V9(2).
           3 gl-count      pic 9(7).
           3 gl-debit      pic x(10).
           3 gl-credit     pic x(10).
           3 gl-desc       pic x(30).
       1 line-cnt          pic 9(3) value 0.
       1 line-idx          pic 9(3) value 0.
       1 line-found        pic x(1) value 'N'.
       1 new-store         pic x(3) value spaces.
       1 new-category      pic x(4) value spaces.
       1 new-source        pic x(2) value spaces.
       1 new-amount        pic 9(9)V9(2) value 0.
       1 new-count         pic 9(7) value 0.
       1 glactv-status     pic x(2) value spaces.
       1 shrink-status     pic x(2) value spaces.
       1 glacct-status     pic x(2) value spaces.
       1 glctl-status      pic x(2) value spaces.
       1 glhist-status     pic x(2) value spaces.
       1 end-of-file-sw    pic x(1) value 'N'.
       1 run-ok            pic x(1) value 'Y'.
       1 run-action-parm   pic x(8) value spaces.
       1 run-action        pic x(8) value "POST".
       1 last-action       pic x(1) value spaces.
       1 jrnl-action       pic x(1) value 'P'.
       1 last-batch        pic x(14) value spaces.
       1 run-batch         pic x(14) value spaces.
       1 unmapped-cnt      pic 9(5) value 0.
       1 dropped-cnt       pic 9(5) value 0.
       1 actv-read-cnt     pic 9(7) value 0.
       1 shrink-read-cnt   pic 9(7) value 0.
       1 jrnl-lines        pic 9(7) value 0.
       1 total-debits      pic 9(11)V9(2) value 0.
       1 total-credits     pic 9(11)V9(2) value 0.
       1 source-md         pic 9(11)V9(2) value 0.
       1 source-sh         pic 9(11)V9(2) value 0.
       1 source-dn         pic 9(11)V9(2) value 0.
       1 source-bc         pic 9(11)V9(2) value 0.
       1 rpt-cnt-edit      pic ZZZZZZ9.
       1 rpt-money-edit    pic ZZZZZZZZ9.99.
       1 rpt-total-edit    pic ZZZZZZZZZZ9.99.
       1 rpt-total2-edit   pic ZZZZZZZZZZ9.99.
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
                 delimited by ',' into run-date-parm run-action-parm
           End-if
           If run-date-parm = spaces
              or run-date-parm = '00000000' then
              Move function current-date(1:8) to run-date
           Else
              Move run-date-parm to run-date
           End-if
           Compute run-date-int =
              function INTEGER-OF-DATE(run-date)
           If run-action-parm not = spaces then
              Move function upper-case(run-action-parm) to run-action
           End-if
           Move function current-date(1:14) to run-batch
           If run-action = "REVERSE" then
              Move 'R' to jrnl-action
           End-if

           Open output gl-rpt
           Initialize gl-rpt-rec
           String "cbl_glpost - general ledger journal "
              function trim(run-action) " for business date "
              function formatted-date("YYYY-MM-DD" run-date-int)
              " batch " run-batch
              delimited by size into gl-rpt-rec
           Write gl-rpt-rec

           If run-action not = "POST" and run-action not = "REVERSE"
              then
              Move 'N' to run-ok
              Initialize gl-rpt-rec
              String "Unknown action " function trim(run-action)
                 " - use POST or REVERSE - nothing posted"
                 delimited by size into gl-rpt-rec
              Write gl-rpt-rec
           End-if

           If run-ok = 'Y' then
              Perform read-posting-control
           End-if

           If run-ok = 'Y' then
              If run-action = "POST" then
                 Perform post-business-date
              Else
                 Perform reverse-business-date
              End-if
           End-if

           If run-ok = 'Y' then
              Perform write-posting-report
           Else
              Initialize gl-rpt-rec
              String "Journal NOT produced for "
                 function formatted-date("YYYY-MM-DD" run-date-int)
                 " - posting control unchanged"
                 delimited by size into gl-rpt-rec
              Write gl-rpt-rec
           End-if

           Close gl-rpt

           If run-ok = 'N' then
              Move 8 to return-code
           End-if

           Goback.

       read-posting-control.
           Move spaces to last-action
           Move spaces to last-batch
           Open input gl-ctl
           If glctl-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read gl-ctl
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If gc-date = run-date then
                          Move gc-action to last-action
                          Move gc-batch to last-batch
                       End-if
                 End-read
              End-perform
              Close gl-ctl
           Else
              If glctl-status not = '35' then
                 Move 'N' to run-ok
                 Initialize gl-rpt-rec
                 String "Posting control file could not be opened - "
                    "status " glctl-status
                    delimited by size into gl-rpt-rec
                 Write gl-rpt-rec
              End-if
           End-if
           If run-ok = 'Y' and run-action = "POST"
              and last-action = 'P' then
              Move 'N' to run-ok
              Initialize gl-rpt-rec
              String "Business date already posted in batch "
                 last-batch " - run REVERSE before reposting"
                 delimited by size into gl-rpt-rec
              Write gl-rpt-rec
           End-if
           If run-ok = 'Y' and run-action = "REVERSE"
              and last-action not = 'P' then
              Move 'N' to run-ok
              Initialize gl-rpt-rec
              Move "Business date is not posted - nothing to reverse"
                 to gl-rpt-rec
              Write gl-rpt-rec
           End-if.

       post-business-date.
           Perform load-account-map
           If run-ok = 'Y' then
              Perform load-markdown-activity
           End-if
           If run-ok = 'Y' then
              Perform load-shrink-activity
           End-if
           If run-ok = 'Y' then
              Perform varying line-idx from 1 by 1
                    until line-idx > line-cnt
                 Perform map-journal-line
              End-perform
           End-if
           If run-ok = 'Y' and unmapped-cnt > 0 then
              Move 'N' to run-ok
              Move unmapped-cnt to rpt-cnt-edit
              Initialize gl-rpt-rec
              String "Entries with no account mapping: "
                 rpt-cnt-edit " - add them to GLACCTS and rerun"
                 delimited by size into gl-rpt-rec
              Write gl-rpt-rec
           End-if
           If run-ok = 'Y' and dropped-cnt > 0 then
              Move 'N' to run-ok
              Move dropped-cnt to rpt-cnt-edit
              Initialize gl-rpt-rec
              String "Journal table full - entries not posted: "
                 rpt-cnt-edit
                 delimited by size into gl-rpt-rec
              Write gl-rpt-rec
           End-if
           If run-ok = 'Y' then
              Perform write-posted-journal
           End-if.

       load-account-map.
           Open input gl-acct
           If glacct-status not = '00' then
              Move 'N' to run-ok
              Initialize gl-rpt-rec
              String "Account mapping file could not be opened - "
                 "status " glacct-status
                 delimited by size into gl-rpt-rec
              Write gl-rpt-rec
           Else
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read gl-acct
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If gm-source not = spaces then
                          Perform load-map-entry
                       End-if
                 End-read
              End-perform
              Close gl-acct
           End-if.

       load-map-entry.
           If map-cnt < max-maps then
              Add 1 to map-cnt
              Move gm-source to mt-source(map-cnt)
              Move gm-category to mt-category(map-cnt)
              Move gm-debit to mt-debit(map-cnt)
              Move gm-credit to mt-credit(map-cnt)
              Move gm-desc to mt-desc(map-cnt)
           Else
              Move 'N' to run-ok
              Initialize gl-rpt-rec
              String "Account mapping table full - "
                 gm-source " " gm-category " not loaded"
                 delimited by size into gl-rpt-rec
              Write gl-rpt-rec
           End-if.

       load-markdown-activity.
           Open input gl-actv
           If glactv-status not = '00' then
              Move 'N' to run-ok
              Initialize gl-rpt-rec
              String "Markdown GL activity could not be opened - "
                 "status " glactv-status
                 delimited by size into gl-rpt-rec
              Write gl-rpt-rec
           Else
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read gl-actv
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If ga-date = run-date then
                          Add 1 to actv-read-cnt
                          Move ga-store to new-store
                          Move ga-category to new-category
                          Move ga-source to new-source
                          Move ga-amount to new-amount
                          Move ga-count to new-count
                          Perform add-journal-line
                       End-if
                 End-read
              End-perform
              Close gl-actv
           End-if.

       load-shrink-activity.
           Open input shrink-ledger
           If shrink-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read shrink-ledger
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If sl-date = run-date then
                          Add 1 to shrink-read-cnt
                          Move sl-store to new-store
                          Move sl-category to new-category
                          Move "SH" to new-source
                          Move sl-value to new-amount
                          Move 1 to new-count
                          Perform add-journal-line
                       End-if
                 End-read
              End-perform
              Close shrink-ledger
           Else
              If shrink-status not = '35' then
                 Move 'N' to run-ok
                 Initialize gl-rpt-rec
                 String "Shrink ledger could not be opened - status "
                    shrink-status
                    delimited by size into gl-rpt-rec
                 Write gl-rpt-rec
              End-if
           End-if.

       add-journal-line.
           Move 'N' to line-found
           Perform varying line-idx from 1 by 1
                 until line-idx > line-cnt or line-found = 'Y'
              If gl-store(line-idx) = new-store
                 and gl-category(line-idx) = new-category
                 and gl-source(line-idx) = new-source then
                 Move 'Y' to line-found
              End-if
           End-perform
           If line-found = 'Y' then
              Subtract 1 from line-idx
           Else
              If line-cnt < max-gl-lines then
                 Add 1 to line-cnt
                 Move line-cnt to line-idx
                 Initialize line-entry(line-idx)
                 Move new-store to gl-store(line-idx)
                 Move new-category to gl-category(line-idx)
                 Move new-source to gl-source(line-idx)
                 Move 'Y' to line-found
              Else
                 Add 1 to dropped-cnt
              End-if
           End-if
           If line-found = 'Y' then
              Add new-amount to gl-amount(line-idx)
              Add new-count to gl-count(line-idx)
           End-if.

       map-journal-line.
           Move 'N' to map-found
           Perform varying map-idx from 1 by 1
                 until map-idx > map-cnt or map-found = 'Y'
              If mt-source(map-idx) = gl-source(line-idx)
                 and mt-category(map-idx) = gl-category(line-idx) then
                 Move 'Y' to map-found
              End-if
           End-perform
           If map-found = 'N' then
              Perform varying map-idx from 1 by 1
                    until map-idx > map-cnt or map-found = 'Y'
                 If mt-source(map-idx) = gl-source(line-idx)
                    and mt-category(map-idx) = spaces then
                    Move 'Y' to map-found
                 End-if
              End-perform
           End-if
           If map-found = 'Y' then
              Subtract 1 from map-idx
              Move mt-debit(map-idx) to gl-debit(line-idx)
              Move mt-credit(map-idx) to gl-credit(line-idx)
              Move mt-desc(map-idx) to gl-desc(line-idx)
           Else
              Add 1 to unmapped-cnt
              Initialize gl-rpt-rec
              String "No account mapping for source "
                 gl-source(line-idx) " category "
                 gl-category(line-idx) " store "
                 gl-store(line-idx)
                 delimited by size into gl-rpt-rec
              Write gl-rpt-rec
           End-if.

       write-posted-journal.
           Perform open-journal-history
           Open output gl-jrnl
           Initialize gl-rpt-rec
           Move
              "Store Cat  Src Account    Dr/Cr        Amount  Entries"
              to gl-rpt-rec
           Write gl-rpt-rec
           Perform varying line-idx from 1 by 1
                 until line-idx > line-cnt
              If gl-amount(line-idx) > 0 then
                 Initialize gl-jrnl-rec
                 Move 'D' to jr-rec-type
                 Move run-date to jr-date
                 Move gl-store(line-idx) to jr-store
                 Move gl-category(line-idx) to jr-category
                 Move gl-source(line-idx) to jr-source
                 Move gl-amount(line-idx) to jr-amount
                 Move gl-desc(line-idx) to jr-desc
                 Move jrnl-action to jr-action
                 Move run-batch to jr-batch
                 Move gl-debit(line-idx) to jr-account
                 Move 'D' to jr-dr-cr
                 Perform write-journal-line
                 Move gl-credit(line-idx) to jr-account
                 Move 'C' to jr-dr-cr
                 Perform write-journal-line
                 Perform tally-source-total
              End-if
           End-perform
           Perform close-posted-journal.

       reverse-business-date.
           Open input gl-hist
           If glhist-status not = '00' then
              Move 'N' to run-ok
              Initialize gl-rpt-rec
              String "Journal history could not be opened - status "
                 glhist-status " - nothing reversed"
                 delimited by size into gl-rpt-rec
              Write gl-rpt-rec
           Else
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read gl-hist
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If gh-date = run-date
                          and gh-batch = last-batch
                          and gh-action = 'P'
                          and gh-rec-type = 'D' then
                          Perform add-reversal-line
                       End-if
                 End-read
              End-perform
              Close gl-hist
           End-if
           If run-ok = 'Y' and dropped-cnt > 0 then
              Move 'N' to run-ok
              Move dropped-cnt to rpt-cnt-edit
              Initialize gl-rpt-rec
              String "Journal table full - history lines not "
                 "reversed: " rpt-cnt-edit
                 delimited by size into gl-rpt-rec
              Write gl-rpt-rec
           End-if
           If run-ok = 'Y' and line-cnt = 0 then
              Move 'N' to run-ok
              Initialize gl-rpt-rec
              String "No journal history found for batch "
                 last-batch " - nothing reversed"
                 delimited by size into gl-rpt-rec
              Write gl-rpt-rec
           End-if
           If run-ok = 'Y' then
              Perform write-reversal-journal
           End-if.

       add-reversal-line.
           If gh-dr-cr = 'D' then
              Move gh-store to new-store
              Move gh-category to new-category
              Move gh-source to new-source
              Move gh-amount to new-amount
              Move 1 to new-count
              Perform add-journal-line
              If line-found = 'Y' then
                 Move gh-account to gl-debit(line-idx)
                 Move gh-desc to gl-desc(line-idx)
              End-if
           Else
              Perform varying line-idx from 1 by 1
                    until line-idx > line-cnt
                 If gl-store(line-idx) = gh-store
                    and gl-category(line-idx) = gh-category
                    and gl-source(line-idx) = gh-source then
                    Move gh-account to gl-credit(line-idx)
                 End-if
              End-perform
           End-if.

       write-reversal-journal.
           Perform open-journal-history
           Open output gl-jrnl
           Initialize gl-rpt-rec
           Move
              "Store Cat  Src Account    Dr/Cr        Amount  Entries"
              to gl-rpt-rec
           Write gl-rpt-rec
           Perform varying line-idx from 1 by 1
                 until line-idx > line-cnt
              Initialize gl-jrnl-rec
              Move 'D' to jr-rec-type
              Move run-date to jr-date
              Move gl-store(line-idx) to jr-store
              Move gl-category(line-idx) to jr-category
              Move gl-source(line-idx) to jr-source
              Move gl-amount(line-idx) to jr-amount
              Move gl-desc(line-idx) to jr-desc
              Move jrnl-action to jr-action
              Move run-batch to jr-batch
              Move gl-credit(line-idx) to jr-account
              Move 'D' to jr-dr-cr
              Perform write-journal-line
              Move gl-debit(line-idx) to jr-account
              Move 'C' to jr-dr-cr
              Perform write-journal-line
              Perform tally-source-total
           End-perform
           Perform close-posted-journal.

       open-journal-history.
           Open extend gl-hist
           If glhist-status = '35' then
              Open output gl-hist
           End-if.

       write-journal-line.
           Write gl-jrnl-rec
           Move gl-jrnl-rec to gl-hist-rec
           Write gl-hist-rec
           Add 1 to jrnl-lines
           If jr-dr-cr = 'D' then
              Add jr-amount to total-debits
           Else
              Add jr-amount to total-credits
           End-if
           Move gl-count(line-idx) to rpt-cnt-edit
           Move jr-amount to rpt-money-edit
           Initialize gl-rpt-rec
           String jr-store "   " jr-category " " jr-source "  "
              jr-account " " jr-dr-cr "     " rpt-money-edit
              " " rpt-cnt-edit
              delimited by size into gl-rpt-rec
           Write gl-rpt-rec.

       tally-source-total.
           Evaluate gl-source(line-idx)
              When "MD"
                 Add gl-amount(line-idx) to source-md
              When "SH"
                 Add gl-amount(line-idx) to source-sh
              When "DN"
                 Add gl-amount(line-idx) to source-dn
              When "BC"
                 Add gl-amount(line-idx) to source-bc
           End-evaluate.

       close-posted-journal.
           Initialize gl-jrnl-trailer
           Move 'T' to jt-rec-type
           Move run-date to jt-date
           Move jrnl-action to jt-action
           Move run-batch to jt-batch
           Move jrnl-lines to jt-lines
           Move total-debits to jt-debits
           Move total-credits to jt-credits
           Write gl-jrnl-trailer
           Close gl-jrnl
           Close gl-hist
           Initialize gl-ctl-rec
           Move run-date to gc-date
           Move run-batch to gc-batch
           Move jrnl-lines to gc-lines
           Move total-debits to gc-debits
           Move total-credits to gc-credits.

       write-posting-report.
           Move jrnl-action to gc-action
           Open extend gl-ctl
           If glctl-status = '35' then
              Open output gl-ctl
           End-if
           Write gl-ctl-rec
           Close gl-ctl

           Move source-md to rpt-total-edit
           Initialize gl-rpt-rec
           String "Markdown dollars:        $" rpt-total-edit
              delimited by size into gl-rpt-rec
           Write gl-rpt-rec

           Move source-sh to rpt-total-edit
           Initialize gl-rpt-rec
           String "Expired-stock shrink:    $" rpt-total-edit
              delimited by size into gl-rpt-rec
           Write gl-rpt-rec

           Move source-dn to rpt-total-edit
           Initialize gl-rpt-rec
           String "Donated retail:          $" rpt-total-edit
              delimited by size into gl-rpt-rec
           Write gl-rpt-rec

           Move source-bc to rpt-total-edit
           Initialize gl-rpt-rec
           String "Below-cost margin impact:$" rpt-total-edit
              delimited by size into gl-rpt-rec
           Write gl-rpt-rec

           Move actv-read-cnt to rpt-cnt-edit
           Initialize gl-rpt-rec
           String "Markdown activity records read: " rpt-cnt-edit
              delimited by size into gl-rpt-rec
           Write gl-rpt-rec

           Move shrink-read-cnt to rpt-cnt-edit
           Initialize gl-rpt-rec
           String "Shrink ledger records read: " rpt-cnt-edit
              delimited by size into gl-rpt-rec
           Write gl-rpt-rec

           Move jrnl-lines to rpt-cnt-edit
           Move total-debits to rpt-total-edit
           Move total-credits to rpt-total2-edit
           Initialize gl-rpt-rec
           String "Control totals - lines " rpt-cnt-edit
              "  debits $" rpt-total-edit
              "  credits $" rpt-total2-edit
              delimited by size into gl-rpt-rec
           Write gl-rpt-rec

           Initialize gl-rpt-rec
           If run-action = "POST" then
              String "Business date posted - batch " run-batch
                 delimited by size into gl-rpt-rec
           Else
              String "Batch " last-batch " reversed by batch "
                 run-batch
                 delimited by size into gl-rpt-rec
           End-if
           Write gl-rpt-rec.

       End program cbl_glpost.
