       IDENTIFICATION DIVISION.
       Program-id. cbl_housekeep.
       Author. Student.
       ENVIRONMENT DIVISION.
       Input-output section.
       File-control.
           Select retn-ctl assign to RETNCTL
              file status retnctl-status.
           Select stat-hist assign to STATHIST
              file status live-status.
           Select stat-hist-wrk assign using work-name
              file status work-status.
           Select stat-hist-arc assign using arch-name
              file status arch-status.
           Select shrink-ledger assign to SHRNKLDG
              file status live-status.
           Select shrink-ledger-wrk assign using work-name
              file status work-status.
           Select shrink-ledger-arc assign using arch-name
              file status arch-status.
           Select sales-his assign to SALESHIS
              file status live-status.
           Select sales-his-wrk assign using work-name
              file status work-status.
           Select sales-his-arc assign using arch-name
              file status arch-status.
           Select prod-audit assign to PRODAUDT
              file status live-status.
           Select prod-audit-wrk assign using work-name
              file status work-status.
           Select prod-audit-arc assign using arch-name
              file status arch-status.
           Select prod-audit-cum assign to PRODAUDA
              file status audcum-status.
           Select md-state assign to MDSTATE
              organization indexed
              access dynamic
              record key ms-key
              file status mdstate-status.
           Select md-state-arc assign using arch-name
              file status arch-status.
           Select hk-rpt assign to HKRPT.
       DATA DIVISION.
       File section.
       FD retn-ctl recording mode V.
       1 retn-ctl-rec.
        2 rn-file-name     pic x(8).
        2 rn-keep-days     pic 9(4).
       FD stat-hist recording mode V.
       1 stat-hist-rec     pic x(44).
       FD stat-hist-wrk recording mode V.
       1 stat-hist-wrk-rec pic x(44).
       FD stat-hist-arc recording mode V.
       1 stat-hist-arc-rec pic x(44).
       FD shrink-ledger recording mode V.
       1 shrink-ledger-rec pic x(38).
       FD shrink-ledger-wrk recording mode V.
       1 shrink-ledger-wrk-rec pic x(38).
       FD shrink-ledger-arc recording mode V.
       1 shrink-ledger-arc-rec pic x(38).
       FD sales-his recording mode V.
       1 sales-his-rec     pic x(30).
       FD sales-his-wrk recording mode V.
       1 sales-his-wrk-rec pic x(30).
       FD sales-his-arc recording mode V.
       1 sales-his-arc-rec pic x(30).
       FD prod-audit recording mode V.
       1 prod-audit-rec    pic x(105).
       FD prod-audit-wrk recording mode V.
       1 prod-audit-wrk-rec pic x(105).
       FD prod-audit-arc recording mode V.
       1 prod-audit-arc-rec pic x(105).
       FD prod-audit-cum recording mode V.
       1 prod-audit-cum-rec pic x(105).
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
       FD md-state-arc recording mode V.
       1 md-state-arc-rec  pic x(37).
       FD hk-rpt recording mode V.
       1 hk-rpt-rec        pic x(132) value spaces.
       Working-storage section.
       78 max-retn          value 20.
       78 saleshis-min-days value 28.
       78 stathist-min-days value 35.
       78 shrnkldg-min-days value 14.
       78 mdstate-min-days value 28.
       1 retn-table.
        2 retn-entry occurs max-retn times.
           3 rt-file-name  pic x(8).
           3 rt-keep-days  pic 9(4).
       1 retn-cnt          pic 9(2) value 0.
       1 retn-idx          pic 9(2) value 0.
       1 hist-rec          pic x(200) value spaces.
       1 arch-trailer.
        2 at-type          pic x(3) value "TRL".
        2 at-cutoff        pic 9(8).
        2 at-count         pic 9(7).
        2 at-total         pic 9(10)V9(2).
       1 work-name         pic x(80) value spaces.
       1 arch-name         pic x(80) value spaces.
       1 arch-base         pic x(60) value "ARCHIVE".
       1 retnctl-status    pic x(2) value spaces.
       1 live-status       pic x(2) value spaces.
       1 work-status       pic x(2) value spaces.
       1 arch-status       pic x(2) value spaces.
       1 mdstate-status    pic x(2) value spaces.
       1 audcum-status     pic x(2) value spaces.
       1 end-of-file-sw    pic x(1) value 'N'.
       1 run-ok            pic x(1) value 'Y'.
       1 run-warning       pic x(1) value 'N'.
       1 file-ok           pic x(1) value 'Y'.
       1 retn-file         pic x(8) value spaces.
       1 keep-days         pic 9(4) value 0.
       1 min-days          pic 9(4) value 0.
       1 cutoff-int        pic s9(10) value 0.
       1 cutoff-date       pic 9(8) value 0.
       1 date-pos          pic 9(3) value 0.
       1 amt-pos           pic 9(3) value 0.
       1 amt-len           pic 9(2) value 0.
       1 amt-scale         pic 9(1) value 0.
       1 rec-date-x        pic x(8) value spaces.
       1 rec-date          pic 9(8) value 0.
       1 rec-amt-x         pic x(8) value spaces.
       1 rec-amt           pic 9(9)V9(2) value 0.
       1 rec-archive       pic x(1) value 'N'.
       1 orig-cnt          pic 9(9) value 0.
       1 arch-cnt          pic 9(9) value 0.
       1 kept-cnt          pic 9(9) value 0.
       1 undated-cnt       pic 9(9) value 0.
       1 copied-cnt        pic 9(9) value 0.
       1 deleted-cnt       pic 9(9) value 0.
       1 cum-cnt           pic 9(9) value 0.
       1 orig-amt          pic 9(11)V9(2) value 0.
       1 arch-amt          pic 9(11)V9(2) value 0.
       1 kept-amt          pic 9(11)V9(2) value 0.
       1 check-cnt         pic 9(9) value 0.
       1 check-amt         pic 9(11)V9(2) value 0.
       1 files-done-cnt    pic 9(2) value 0.
       1 files-failed-cnt  pic 9(2) value 0.
       1 rpt-cnt-edit      pic ZZZZZZZZ9.
       1 rpt-cnt2-edit     pic ZZZZZZZZ9.
       1 rpt-cnt3-edit     pic ZZZZZZZZ9.
       1 rpt-amt-edit      pic ZZZZZZZZZZ9.99.
       1 rpt-amt2-edit     pic ZZZZZZZZZZ9.99.
       1 rpt-amt3-edit     pic ZZZZZZZZZZ9.99.
       1 rpt-days-edit     pic ZZZ9.
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

           Accept arch-base from environment "ARCHBASE"
              on exception Move "ARCHIVE" to arch-base
           End-accept

           Open output hk-rpt
           Initialize hk-rpt-rec
           String "cbl_housekeep - history retention and purge for "
              function formatted-date("YYYY-MM-DD" run-date-int)
              delimited by size into hk-rpt-rec
           Write hk-rpt-rec

           Perform load-retention-control

           If run-ok = 'Y' then
              Perform varying retn-idx from 1 by 1
                    until retn-idx > retn-cnt
                 Perform purge-history-file
              End-perform
           End-if

           Initialize hk-rpt-rec
           Write hk-rpt-rec
           Move files-done-cnt to rpt-cnt-edit
           Initialize hk-rpt-rec
           String "Files purged in balance: " rpt-cnt-edit
              delimited by size into hk-rpt-rec
           Write hk-rpt-rec
           Move files-failed-cnt to rpt-cnt-edit
           Initialize hk-rpt-rec
           String "Files NOT purged:        " rpt-cnt-edit
              delimited by size into hk-rpt-rec
           Write hk-rpt-rec

           Close hk-rpt

           If run-ok = 'N' or files-failed-cnt > 0 then
              Move 8 to return-code
           Else
              If run-warning = 'Y' then
                 Move 4 to return-code
              End-if
           End-if

           Goback.

       load-retention-control.
           Open input retn-ctl
           If retnctl-status not = '00' then
              Move 'N' to run-ok
              Initialize hk-rpt-rec
              String "Retention control file could not be opened - "
                 "status " retnctl-status " - nothing purged"
                 delimited by size into hk-rpt-rec
              Write hk-rpt-rec
           Else
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read retn-ctl
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If rn-file-name not = spaces then
                          Perform load-retention-entry
                       End-if
                 End-read
              End-perform
              Close retn-ctl
           End-if.

       load-retention-entry.
           If rn-keep-days is not numeric or rn-keep-days = 0 then
              Move 'Y' to run-warning
              Initialize hk-rpt-rec
              String "Retention entry " rn-file-name
                 " has no keep period - file not purged"
                 delimited by size into hk-rpt-rec
              Write hk-rpt-rec
           Else
              If retn-cnt < max-retn then
                 Add 1 to retn-cnt
                 Move rn-file-name to rt-file-name(retn-cnt)
                 Move rn-keep-days to rt-keep-days(retn-cnt)
              Else
                 Move 'Y' to run-warning
                 Initialize hk-rpt-rec
                 String "Retention table full - " rn-file-name
                    " not purged"
                    delimited by size into hk-rpt-rec
                 Write hk-rpt-rec
              End-if
           End-if.

       purge-history-file.
           Move rt-file-name(retn-idx) to retn-file
           Move rt-keep-days(retn-idx) to keep-days
           Move 'Y' to file-ok
           Move 0 to min-days
           Evaluate retn-file
              When "STATHIST"
                 Move 1 to date-pos
                 Move 24 to amt-pos
                 Move 8 to amt-len
                 Move 2 to amt-scale
                 Move stathist-min-days to min-days
              When "SHRNKLDG"
                 Move 1 to date-pos
                 Move 31 to amt-pos
                 Move 8 to amt-len
                 Move 2 to amt-scale
                 Move shrnkldg-min-days to min-days
              When "SALESHIS"
                 Move 12 to date-pos
                 Move 20 to amt-pos
                 Move 5 to amt-len
                 Move 0 to amt-scale
                 Move saleshis-min-days to min-days
              When "PRODAUDT"
                 Move 1 to date-pos
                 Move 81 to amt-pos
                 Move 6 to amt-len
                 Move 2 to amt-scale
              When "MDSTATE"
                 Move mdstate-min-days to min-days
              When other
                 Move 'N' to file-ok
                 Move 'Y' to run-warning
                 Initialize hk-rpt-rec
                 String "Retention entry " retn-file
                    " is not a history file this job maintains"
                    " - ignored"
                    delimited by size into hk-rpt-rec
                 Write hk-rpt-rec
           End-evaluate
           If file-ok = 'Y' then
              If keep-days < min-days then
                 Move min-days to rpt-days-edit
                 Initialize hk-rpt-rec
                 String retn-file " keep period raised to "
                    rpt-days-edit " days - history still read by "
                    "the nightly run"
                    delimited by size into hk-rpt-rec
                 Write hk-rpt-rec
                 Move min-days to keep-days
              End-if
              Compute cutoff-int = run-date-int - keep-days
              Compute cutoff-date =
                 function DATE-OF-INTEGER(cutoff-int)
              Move 0 to orig-cnt arch-cnt kept-cnt undated-cnt
                 copied-cnt deleted-cnt
              Move 0 to orig-amt arch-amt kept-amt
              Initialize arch-name
              String function trim(arch-base) "."
                 function trim(retn-file) "." run-date
                 delimited by size into arch-name
              Initialize hk-rpt-rec
              Write hk-rpt-rec
              Move keep-days to rpt-days-edit
              Initialize hk-rpt-rec
              String retn-file " - keep " rpt-days-edit
                 " days, archive records dated on or before "
                 cutoff-date " to " function trim(arch-name)
                 delimited by size into hk-rpt-rec
              Write hk-rpt-rec
              Perform check-archive-exists
           End-if
           If file-ok = 'Y' then
              If retn-file = "MDSTATE" then
                 Perform purge-markdown-state
              Else
                 Perform purge-sequential-file
              End-if
           End-if.

       check-archive-exists.
           Evaluate retn-file
              When "STATHIST" Open input stat-hist-arc
              When "SHRNKLDG" Open input shrink-ledger-arc
              When "SALESHIS" Open input sales-his-arc
              When "PRODAUDT" Open input prod-audit-arc
              When "MDSTATE"  Open input md-state-arc
           End-evaluate
           If arch-status = '00' then
              Perform close-archive-file
              Move 'N' to file-ok
              Move 'Y' to run-warning
              Initialize hk-rpt-rec
              String "   archive " function trim(arch-name)
                 " already exists - file already purged today, "
                 "left as is"
                 delimited by size into hk-rpt-rec
              Write hk-rpt-rec
           End-if.

       purge-sequential-file.
           Initialize work-name
           String function trim(retn-file) ".WRK"
              delimited by size into work-name
           Evaluate retn-file
              When "STATHIST" Open input stat-hist
              When "SHRNKLDG" Open input shrink-ledger
              When "SALESHIS" Open input sales-his
              When "PRODAUDT" Open input prod-audit
           End-evaluate
           If live-status = '35' then
              Move 'N' to file-ok
              Initialize hk-rpt-rec
              Move "   file not present - nothing to purge"
                 to hk-rpt-rec
              Write hk-rpt-rec
           Else
              If live-status not = '00' then
                 Move 'N' to file-ok
                 Add 1 to files-failed-cnt
                 Initialize hk-rpt-rec
                 String "   file could not be opened - status "
                    live-status " - NOT purged"
                    delimited by size into hk-rpt-rec
                 Write hk-rpt-rec
              End-if
           End-if
           If file-ok = 'Y' then
              Evaluate retn-file
                 When "STATHIST"
                    Open output stat-hist-arc
                    Open output stat-hist-wrk
                 When "SHRNKLDG"
                    Open output shrink-ledger-arc
                    Open output shrink-ledger-wrk
                 When "SALESHIS"
                    Open output sales-his-arc
                    Open output sales-his-wrk
                 When "PRODAUDT"
                    Open output prod-audit-arc
                    Open output prod-audit-wrk
              End-evaluate
              If arch-status not = '00' or work-status not = '00'
                 then
                 Move 'N' to file-ok
                 Add 1 to files-failed-cnt
                 Initialize hk-rpt-rec
                 String "   archive/work file could not be opened - "
                    "status " arch-status "/" work-status
                    " - NOT purged"
                    delimited by size into hk-rpt-rec
                 Write hk-rpt-rec
                 Perform close-live-file
              End-if
           End-if
           If file-ok = 'Y' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Perform read-live-file
                 If end-of-file-sw = 'N' then
                    Perform split-history-record
                 End-if
              End-perform
              Perform close-live-file
              Perform write-archive-trailer
              Perform close-archive-file
              Perform close-work-file
              Perform prove-purge-balance
              If file-ok = 'Y' and arch-cnt > 0 then
                 Perform replace-live-file
              End-if
              If file-ok = 'Y' and arch-cnt > 0
                 and retn-file = "PRODAUDT" then
                 Perform append-audit-archive
              End-if
              Perform report-purge-result
           End-if.

       read-live-file.
           Move spaces to hist-rec
           Evaluate retn-file
              When "STATHIST"
                 Read stat-hist into hist-rec
                    at end Move 'Y' to end-of-file-sw
                 End-read
              When "SHRNKLDG"
                 Read shrink-ledger into hist-rec
                    at end Move 'Y' to end-of-file-sw
                 End-read
              When "SALESHIS"
                 Read sales-his into hist-rec
                    at end Move 'Y' to end-of-file-sw
                 End-read
              When "PRODAUDT"
                 Read prod-audit into hist-rec
                    at end Move 'Y' to end-of-file-sw
                 End-read
           End-evaluate.

       read-work-file.
           Move spaces to hist-rec
           Evaluate retn-file
              When "STATHIST"
                 Read stat-hist-wrk into hist-rec
                    at end Move 'Y' to end-of-file-sw
                 End-read
              When "SHRNKLDG"
                 Read shrink-ledger-wrk into hist-rec
                    at end Move 'Y' to end-of-file-sw
                 End-read
              When "SALESHIS"
                 Read sales-his-wrk into hist-rec
                    at end Move 'Y' to end-of-file-sw
                 End-read
              When "PRODAUDT"
                 Read prod-audit-wrk into hist-rec
                    at end Move 'Y' to end-of-file-sw
                 End-read
           End-evaluate.

       write-live-file.
           Evaluate retn-file
              When "STATHIST" Write stat-hist-rec from hist-rec
              When "SHRNKLDG" Write shrink-ledger-rec from hist-rec
              When "SALESHIS" Write sales-his-rec from hist-rec
              When "PRODAUDT" Write prod-audit-rec from hist-rec
           End-evaluate.

       write-work-file.
           Evaluate retn-file
              When "STATHIST" Write stat-hist-wrk-rec from hist-rec
              When "SHRNKLDG"
                 Write shrink-ledger-wrk-rec from hist-rec
              When "SALESHIS" Write sales-his-wrk-rec from hist-rec
              When "PRODAUDT" Write prod-audit-wrk-rec from hist-rec
           End-evaluate.

       write-archive-file.
           Evaluate retn-file
              When "STATHIST" Write stat-hist-arc-rec from hist-rec
              When "SHRNKLDG"
                 Write shrink-ledger-arc-rec from hist-rec
              When "SALESHIS" Write sales-his-arc-rec from hist-rec
              When "PRODAUDT"
                 Write prod-audit-arc-rec from hist-rec
              When "MDSTATE"  Write md-state-arc-rec from hist-rec
           End-evaluate.

       close-live-file.
           Evaluate retn-file
              When "STATHIST" Close stat-hist
              When "SHRNKLDG" Close shrink-ledger
              When "SALESHIS" Close sales-his
              When "PRODAUDT" Close prod-audit
           End-evaluate.

       close-work-file.
           Evaluate retn-file
              When "STATHIST" Close stat-hist-wrk
              When "SHRNKLDG" Close shrink-ledger-wrk
              When "SALESHIS" Close sales-his-wrk
              When "PRODAUDT" Close prod-audit-wrk
           End-evaluate.

       close-archive-file.
           Evaluate retn-file
              When "STATHIST" Close stat-hist-arc
              When "SHRNKLDG" Close shrink-ledger-arc
              When "SALESHIS" Close sales-his-arc
              When "PRODAUDT" Close prod-audit-arc
              When "MDSTATE"  Close md-state-arc
           End-evaluate.

       split-history-record.
           Add 1 to orig-cnt
           Move 'N' to rec-archive
           Move 0 to rec-amt
           Move hist-rec(date-pos:8) to rec-date-x
           If rec-date-x is numeric then
              Move rec-date-x to rec-date
              If rec-date not > cutoff-date then
                 Move 'Y' to rec-archive
              End-if
           Else
              Add 1 to undated-cnt
           End-if
           Move spaces to rec-amt-x
           Move hist-rec(amt-pos:amt-len) to rec-amt-x(1:amt-len)
           If rec-amt-x(1:amt-len) is numeric then
              Compute rec-amt =
                 function numval(rec-amt-x(1:amt-len))
                    / (10 ** amt-scale)
           End-if
           Add rec-amt to orig-amt
           If rec-archive = 'Y' then
              Perform write-archive-file
              Add 1 to arch-cnt
              Add rec-amt to arch-amt
           Else
              Perform write-work-file
              Add 1 to kept-cnt
              Add rec-amt to kept-amt
           End-if.

       write-archive-trailer.
           Move cutoff-date to at-cutoff
           Move arch-cnt to at-count
           Move arch-amt to at-total
           Move spaces to hist-rec
           Move arch-trailer to hist-rec
           Perform write-archive-file.

       prove-purge-balance.
           Compute check-cnt = arch-cnt + kept-cnt
           Compute check-amt = arch-amt + kept-amt
           If check-cnt not = orig-cnt or check-amt not = orig-amt
              then
              Move 'N' to file-ok
           End-if.

       replace-live-file.
           Evaluate retn-file
              When "STATHIST"
                 Open input stat-hist-wrk
                 Open output stat-hist
              When "SHRNKLDG"
                 Open input shrink-ledger-wrk
                 Open output shrink-ledger
              When "SALESHIS"
                 Open input sales-his-wrk
                 Open output sales-his
              When "PRODAUDT"
                 Open input prod-audit-wrk
                 Open output prod-audit
           End-evaluate
           If work-status not = '00' or live-status not = '00' then
              Move 'N' to file-ok
              Initialize hk-rpt-rec
              String "   live file could not be rewritten - status "
                 live-status "/" work-status
                 " - kept records remain in "
                 function trim(work-name)
                 delimited by size into hk-rpt-rec
              Write hk-rpt-rec
           Else
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Perform read-work-file
                 If end-of-file-sw = 'N' then
                    Perform write-live-file
                    Add 1 to copied-cnt
                 End-if
              End-perform
              Perform close-work-file
              Perform close-live-file
              If copied-cnt not = kept-cnt then
                 Move 'N' to file-ok
                 Initialize hk-rpt-rec
                 String "   live file rewrite count does not match - "
                    "restore from " function trim(work-name)
                    " and " function trim(arch-name)
                    delimited by size into hk-rpt-rec
                 Write hk-rpt-rec
              End-if
           End-if.

       append-audit-archive.
           Move 0 to cum-cnt
           Open input prod-audit-arc
           Open extend prod-audit-cum
           If audcum-status = '35' then
              Open output prod-audit-cum
           End-if
           If arch-status not = '00' or audcum-status not = '00' then
              Move 'Y' to run-warning
              Initialize hk-rpt-rec
              String "   PRODAUDA could not be extended - status "
                 arch-status "/" audcum-status " - add "
                 function trim(arch-name) " to PRODAUDA by hand"
                 delimited by size into hk-rpt-rec
              Write hk-rpt-rec
              If arch-status = '00' then
                 Close prod-audit-arc
              End-if
              If audcum-status = '00' then
                 Close prod-audit-cum
              End-if
           Else
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Move spaces to hist-rec
                 Read prod-audit-arc into hist-rec
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If hist-rec(1:3) not = "TRL" then
                          Write prod-audit-cum-rec from hist-rec
                          Add 1 to cum-cnt
                       End-if
                 End-read
              End-perform
              Close prod-audit-arc
              Close prod-audit-cum
              Move cum-cnt to rpt-cnt-edit
              Initialize hk-rpt-rec
              If cum-cnt = arch-cnt then
                 String "   archived records added to PRODAUDA: "
                    rpt-cnt-edit
                    delimited by size into hk-rpt-rec
              Else
                 Move 'Y' to run-warning
                 String "   only " rpt-cnt-edit
                    " archived records added to PRODAUDA - check "
                    "against " function trim(arch-name)
                    delimited by size into hk-rpt-rec
              End-if
              Write hk-rpt-rec
           End-if.

       purge-markdown-state.
           Open i-o md-state
           If mdstate-status not = '00' then
              Move 'N' to file-ok
              If mdstate-status = '35' then
                 Initialize hk-rpt-rec
                 Move "   file not present - nothing to purge"
                    to hk-rpt-rec
                 Write hk-rpt-rec
              Else
                 Add 1 to files-failed-cnt
                 Initialize hk-rpt-rec
                 String "   file could not be opened - status "
                    mdstate-status " - NOT purged"
                    delimited by size into hk-rpt-rec
                 Write hk-rpt-rec
              End-if
           End-if
           If file-ok = 'Y' then
              Open output md-state-arc
              If arch-status not = '00' then
                 Move 'N' to file-ok
                 Add 1 to files-failed-cnt
                 Initialize hk-rpt-rec
                 String "   archive file could not be opened - status "
                    arch-status " - NOT purged"
                    delimited by size into hk-rpt-rec
                 Write hk-rpt-rec
                 Close md-state
              End-if
           End-if
           If file-ok = 'Y' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read md-state next record
                    at end Move 'Y' to end-of-file-sw
                    not at end Perform split-markdown-state
                 End-read
              End-perform
              Perform write-archive-trailer
              Close md-state-arc
              Perform prove-purge-balance
              If file-ok = 'Y' and arch-cnt > 0 then
                 Perform delete-closed-states
              End-if
              Close md-state
              Perform report-purge-result
           End-if.

       split-markdown-state.
           Add 1 to orig-cnt
           Move 'N' to rec-archive
           If ms-status = 'C' then
              If ms-end is numeric then
                 If ms-end not > cutoff-date then
                    Move 'Y' to rec-archive
                 End-if
              Else
                 Add 1 to undated-cnt
              End-if
           End-if
           If ms-sale-price is numeric then
              Move ms-sale-price to rec-amt
           Else
              Move 0 to rec-amt
           End-if
           Add rec-amt to orig-amt
           If rec-archive = 'Y' then
              Move md-state-rec to hist-rec
              Perform write-archive-file
              Add 1 to arch-cnt
              Add rec-amt to arch-amt
           Else
              Add 1 to kept-cnt
              Add rec-amt to kept-amt
           End-if.

       delete-closed-states.
           Move low-values to ms-key
           Start md-state key is not < ms-key
              invalid key Move 'Y' to end-of-file-sw
              not invalid key Move 'N' to end-of-file-sw
           End-start
           Perform until end-of-file-sw = 'Y'
              Read md-state next record
                 at end Move 'Y' to end-of-file-sw
                 not at end
                    If ms-status = 'C' and ms-end is numeric
                       and ms-end not > cutoff-date then
                       Delete md-state record
                          invalid key Continue
                          not invalid key Add 1 to deleted-cnt
                       End-delete
                    End-if
              End-read
           End-perform
           Move deleted-cnt to copied-cnt
           If deleted-cnt not = arch-cnt then
              Move 'N' to file-ok
              Initialize hk-rpt-rec
              String "   closed markdown delete count does not match "
                 "archive - check " function trim(arch-name)
                 delimited by size into hk-rpt-rec
              Write hk-rpt-rec
           End-if.

       report-purge-result.
           Move orig-cnt to rpt-cnt-edit
           Move orig-amt to rpt-amt-edit
           Initialize hk-rpt-rec
           String "   original records:  " rpt-cnt-edit
              "   total " rpt-amt-edit
              delimited by size into hk-rpt-rec
           Write hk-rpt-rec
           Move arch-cnt to rpt-cnt2-edit
           Move arch-amt to rpt-amt2-edit
           Initialize hk-rpt-rec
           String "   archived records:  " rpt-cnt2-edit
              "   total " rpt-amt2-edit
              delimited by size into hk-rpt-rec
           Write hk-rpt-rec
           Move kept-cnt to rpt-cnt3-edit
           Move kept-amt to rpt-amt3-edit
           Initialize hk-rpt-rec
           String "   kept records:      " rpt-cnt3-edit
              "   total " rpt-amt3-edit
              delimited by size into hk-rpt-rec
           Write hk-rpt-rec
           Compute check-cnt = arch-cnt + kept-cnt
           Compute check-amt = arch-amt + kept-amt
           Move check-cnt to rpt-cnt-edit
           Move check-amt to rpt-amt-edit
           Initialize hk-rpt-rec
           String "   archived + kept:   " rpt-cnt-edit
              "   total " rpt-amt-edit
              delimited by size into hk-rpt-rec
           Write hk-rpt-rec
           If undated-cnt > 0 then
              Move undated-cnt to rpt-cnt-edit
              Initialize hk-rpt-rec
              String "   records with no valid date kept: "
                 rpt-cnt-edit
                 delimited by size into hk-rpt-rec
              Write hk-rpt-rec
           End-if
           Initialize hk-rpt-rec
           If file-ok = 'Y' then
              Add 1 to files-done-cnt
              If arch-cnt > 0 and retn-file = "MDSTATE" then
                 Move deleted-cnt to rpt-cnt-edit
                 String "   IN BALANCE - closed markdowns deleted: "
                    rpt-cnt-edit
                    delimited by size into hk-rpt-rec
              End-if
              If arch-cnt > 0 and retn-file not = "MDSTATE" then
                 Move copied-cnt to rpt-cnt-edit
                 String "   IN BALANCE - live file now holds "
                    rpt-cnt-edit " records"
                    delimited by size into hk-rpt-rec
              End-if
              If arch-cnt = 0 then
                 Move "   IN BALANCE - nothing old enough to archive"
                    to hk-rpt-rec
              End-if
           Else
              Add 1 to files-failed-cnt
              String "   OUT OF BALANCE - live file NOT replaced, "
                 "archive " function trim(arch-name)
                 " is not valid"
                 delimited by size into hk-rpt-rec
           End-if
           Write hk-rpt-rec.

       End program cbl_housekeep.
