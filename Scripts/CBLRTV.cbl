       IDENTIFICATION DIVISION.
       Program-id. cbl_rtvclaim.
       Author. Student.
       ENVIRONMENT DIVISION.
       Input-output section.
       File-control.
           Select rtv-claim assign to RTVCLAIM
              file status rtvclaim-status.
           Select rtv-new assign to RTVNEW
              file status rtvnew-status.
           Select rtv-tran assign to RTVTRAN
              file status rtvtran-status.
           Select vend-mast assign to VENDMAST
              file status vendmast-status.
           Select rtv-claim-out assign to RTVCLMO.
           Select rtv-rpt assign to RTVRPT.
       DATA DIVISION.
       File section.
       FD rtv-claim recording mode V.
       1 rtv-claim-rec     pic x(94).
       FD rtv-new recording mode V.
       1 rtv-new-rec       pic x(94).
       FD rtv-tran recording mode V.
       1 rtv-tran-rec.
        2 tr-id            pic x(14).
        2 tr-action        pic x(1).
        2 tr-amount        pic 9(6)V9(2).
        2 tr-ref           pic x(12).
       FD vend-mast recording mode V.
       1 vend-mast-rec.
        2 vm-id            pic x(6).
        2 vm-name          pic x(30).
        2 vm-terms         pic x(1).
        2 vm-days          pic 9(3).
        2 vm-credit-pct    pic 9(3).
       FD rtv-claim-out recording mode V.
       1 rtv-claim-out-rec pic x(94).
       FD rtv-rpt recording mode V.
       1 rtv-rpt-rec       pic x(132) value spaces.
       Working-storage section.
       78 max-claims        value 2000.
       78 max-vendors       value 100.
       78 closed-keep-days  value 90.
       1 claim-rec.
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
       1 claim-table.
        2 claim-entry occurs max-claims times pic x(94).
       1 claim-cnt         pic 9(4) value 0.
       1 claim-idx         pic 9(4) value 0.
       1 claim-found       pic x(1) value 'N'.
       1 vendor-table.
        2 vendor-entry occurs max-vendors times.
           3 vn-id         pic x(6).
           3 vn-name       pic x(30).
           3 vn-open-cnt   pic 9(5).
           3 vn-age-1      pic 9(7)V9(2).
           3 vn-age-2      pic 9(7)V9(2).
           3 vn-age-3      pic 9(7)V9(2).
           3 vn-age-4      pic 9(7)V9(2).
           3 vn-total      pic 9(7)V9(2).
       1 vendor-cnt        pic 9(3) value 0.
       1 vendor-idx        pic 9(3) value 0.
       1 vendor-found      pic x(1) value 'N'.
       1 rtvclaim-status   pic x(2) value spaces.
       1 rtvnew-status     pic x(2) value spaces.
       1 rtvtran-status    pic x(2) value spaces.
       1 vendmast-status   pic x(2) value spaces.
       1 end-of-file-sw    pic x(1) value 'N'.
       1 run-ok            pic x(1) value 'Y'.
       1 run-warning       pic x(1) value 'N'.
       1 claim-age         pic s9(5) value 0.
       1 status-age        pic s9(5) value 0.
       1 master-read-cnt   pic 9(5) value 0.
       1 new-read-cnt      pic 9(5) value 0.
       1 duplicate-cnt     pic 9(5) value 0.
       1 dropped-cnt       pic 9(5) value 0.
       1 tran-read-cnt     pic 9(5) value 0.
       1 credited-cnt      pic 9(5) value 0.
       1 denied-cnt        pic 9(5) value 0.
       1 rejected-cnt      pic 9(5) value 0.
       1 purged-cnt        pic 9(5) value 0.
       1 written-cnt       pic 9(5) value 0.
       1 credited-amt      pic 9(7)V9(2) value 0.
       1 denied-amt        pic 9(7)V9(2) value 0.
       1 chain-open-cnt    pic 9(5) value 0.
       1 chain-age-1       pic 9(7)V9(2) value 0.
       1 chain-age-2       pic 9(7)V9(2) value 0.
       1 chain-age-3       pic 9(7)V9(2) value 0.
       1 chain-age-4       pic 9(7)V9(2) value 0.
       1 chain-total       pic 9(7)V9(2) value 0.
       1 reject-reason     pic x(40) value spaces.
       1 rpt-cnt-edit      pic ZZZZ9.
       1 rpt-money-edit    pic ZZZZZZ9.99.
       1 rpt-age1-edit     pic ZZZZZZ9.99.
       1 rpt-age2-edit     pic ZZZZZZ9.99.
       1 rpt-age3-edit     pic ZZZZZZ9.99.
       1 rpt-age4-edit     pic ZZZZZZ9.99.
       1 rpt-total-edit    pic ZZZZZZ9.99.
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

           Open output rtv-rpt
           Initialize rtv-rpt-rec
           String "cbl_rtvclaim - return-to-vendor claims for "
              function formatted-date("YYYY-MM-DD" run-date-int)
              delimited by size into rtv-rpt-rec
           Write rtv-rpt-rec

           Perform load-vendors
           Perform load-claim-master
           If run-ok = 'Y' then
              Perform load-new-claims
           End-if
           If run-ok = 'Y' then
              Perform apply-claim-transactions
           End-if
           If run-ok = 'Y' then
              Perform write-claim-master
              Perform write-outstanding-report
           Else
              Initialize rtv-rpt-rec
              Move "Claim master NOT rewritten - rerun after correction"
                 to rtv-rpt-rec
              Write rtv-rpt-rec
           End-if

           Close rtv-rpt

           If run-ok = 'N' then
              Move 8 to return-code
           Else
              If run-warning = 'Y' then
                 Move 4 to return-code
              End-if
           End-if

           Goback.

       load-vendors.
           Open input vend-mast
           If vendmast-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read vend-mast
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If vm-id not = spaces
                          and vendor-cnt < max-vendors then
                          Add 1 to vendor-cnt
                          Initialize vendor-entry(vendor-cnt)
                          Move vm-id to vn-id(vendor-cnt)
                          Move vm-name to vn-name(vendor-cnt)
                       End-if
                 End-read
              End-perform
              Close vend-mast
           Else
              Initialize rtv-rpt-rec
              String "Vendor master could not be opened - status "
                 vendmast-status " - vendor names not shown"
                 delimited by size into rtv-rpt-rec
              Write rtv-rpt-rec
           End-if.

       load-claim-master.
           Open input rtv-claim
           If rtvclaim-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read rtv-claim
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       Add 1 to master-read-cnt
                       Move rtv-claim-rec to claim-rec
                       Perform store-claim-entry
                 End-read
              End-perform
              Close rtv-claim
           Else
              If rtvclaim-status not = '35' then
                 Move 'N' to run-ok
                 Initialize rtv-rpt-rec
                 String "Claim master could not be opened - status "
                    rtvclaim-status
                    delimited by size into rtv-rpt-rec
                 Write rtv-rpt-rec
              End-if
           End-if.

       load-new-claims.
           Open input rtv-new
           If rtvnew-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read rtv-new
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       Add 1 to new-read-cnt
                       Move rtv-new-rec to claim-rec
                       Perform find-claim
                       If claim-found = 'Y' then
                          Add 1 to duplicate-cnt
                          Move 'Y' to run-warning
                          Initialize rtv-rpt-rec
                          String "Duplicate claim " cl-id
                             " on new claims file - ignored"
                             delimited by size into rtv-rpt-rec
                          Write rtv-rpt-rec
                       Else
                          Perform store-claim-entry
                       End-if
                 End-read
              End-perform
              Close rtv-new
           Else
              Initialize rtv-rpt-rec
              String "No new claims file (status " rtvnew-status
                 ") - existing claims only"
                 delimited by size into rtv-rpt-rec
              Write rtv-rpt-rec
           End-if.

       store-claim-entry.
           If cl-id = spaces then
              Continue
           Else
              If claim-cnt < max-claims then
                 Add 1 to claim-cnt
                 Move claim-rec to claim-entry(claim-cnt)
              Else
                 Add 1 to dropped-cnt
                 Move 'N' to run-ok
                 Initialize rtv-rpt-rec
                 String "Claim table full - claim " cl-id
                    " could not be loaded"
                    delimited by size into rtv-rpt-rec
                 Write rtv-rpt-rec
              End-if
           End-if.

       find-claim.
           Move 'N' to claim-found
           Perform varying claim-idx from 1 by 1
                 until claim-idx > claim-cnt or claim-found = 'Y'
              If claim-entry(claim-idx)(1:14) = cl-id then
                 Move 'Y' to claim-found
              End-if
           End-perform
           If claim-found = 'Y' then
              Subtract 1 from claim-idx
           End-if.

       apply-claim-transactions.
           Open input rtv-tran
           If rtvtran-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read rtv-tran
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       Add 1 to tran-read-cnt
                       Perform apply-claim-transaction
                 End-read
              End-perform
              Close rtv-tran
           Else
              Initialize rtv-rpt-rec
              String "No claim transactions today (status "
                 rtvtran-status ")"
                 delimited by size into rtv-rpt-rec
              Write rtv-rpt-rec
           End-if.

       apply-claim-transaction.
           Move spaces to reject-reason
           Move tr-id to cl-id
           Perform find-claim
           If claim-found = 'N' then
              Move "claim not on file" to reject-reason
           Else
              Move claim-entry(claim-idx) to claim-rec
              If cl-status not = 'O' then
                 String "claim already closed - status " cl-status
                    delimited by size into reject-reason
              End-if
           End-if
           If reject-reason = spaces then
              Evaluate tr-action
                 When 'C'
                    If tr-amount is not numeric then
                       Move "credit amount not numeric"
                          to reject-reason
                    Else
                       Move 'C' to cl-status
                       Move tr-amount to cl-credited
                       Add 1 to credited-cnt
                       Add tr-amount to credited-amt
                          on size error Continue
                       End-add
                    End-if
                 When 'D'
                    Move 'D' to cl-status
                    Move 0 to cl-credited
                    Add 1 to denied-cnt
                    Add cl-credit to denied-amt
                       on size error Continue
                    End-add
                 When other
                    String "unknown action " tr-action
                       delimited by size into reject-reason
              End-evaluate
           End-if
           If reject-reason = spaces then
              Move run-date to cl-status-date
              Move tr-ref to cl-ref
              Move claim-rec to claim-entry(claim-idx)
              Move cl-credit to rpt-money-edit
              Move cl-credited to rpt-total-edit
              Initialize rtv-rpt-rec
              String "Claim " cl-id " vendor " cl-vendor
                 " status " cl-status " claimed $" rpt-money-edit
                 " credited $" rpt-total-edit " ref " cl-ref
                 delimited by size into rtv-rpt-rec
              Write rtv-rpt-rec
           Else
              Add 1 to rejected-cnt
              Move 'Y' to run-warning
              Initialize rtv-rpt-rec
              String "Transaction rejected - claim " tr-id
                 " action " tr-action ": " function trim(reject-reason)
                 delimited by size into rtv-rpt-rec
              Write rtv-rpt-rec
           End-if.

       write-claim-master.
           Open output rtv-claim-out
           Perform varying claim-idx from 1 by 1
                 until claim-idx > claim-cnt
              Move claim-entry(claim-idx) to claim-rec
              If cl-status = 'O' then
                 Perform age-open-claim
                 Move claim-rec to rtv-claim-out-rec
                 Write rtv-claim-out-rec
                 Add 1 to written-cnt
              Else
                 Move 0 to status-age
                 If cl-status-date is numeric and cl-status-date > 0
                    then
                    Compute status-age = run-date-int -
                       function INTEGER-OF-DATE(cl-status-date)
                 End-if
                 If status-age > closed-keep-days then
                    Add 1 to purged-cnt
                 Else
                    Move claim-rec to rtv-claim-out-rec
                    Write rtv-claim-out-rec
                    Add 1 to written-cnt
                 End-if
              End-if
           End-perform
           Close rtv-claim-out.

       age-open-claim.
           Move 0 to claim-age
           If cl-date is numeric and cl-date > 0 then
              Compute claim-age = run-date-int -
                 function INTEGER-OF-DATE(cl-date)
           End-if
           Move 'N' to vendor-found
           Perform varying vendor-idx from 1 by 1
                 until vendor-idx > vendor-cnt or vendor-found = 'Y'
              If vn-id(vendor-idx) = cl-vendor then
                 Move 'Y' to vendor-found
              End-if
           End-perform
           If vendor-found = 'Y' then
              Subtract 1 from vendor-idx
           Else
              If vendor-cnt < max-vendors then
                 Add 1 to vendor-cnt
                 Move vendor-cnt to vendor-idx
                 Initialize vendor-entry(vendor-idx)
                 Move cl-vendor to vn-id(vendor-idx)
                 Move "** not on vendor master **"
                    to vn-name(vendor-idx)
                 Move 'Y' to vendor-found
              End-if
           End-if
           Add 1 to chain-open-cnt
           Add cl-credit to chain-total
           Evaluate true
              When claim-age not > 30
                 Add cl-credit to chain-age-1
              When claim-age not > 60
                 Add cl-credit to chain-age-2
              When claim-age not > 90
                 Add cl-credit to chain-age-3
              When other
                 Add cl-credit to chain-age-4
           End-evaluate
           If vendor-found = 'Y' then
              Add 1 to vn-open-cnt(vendor-idx)
              Add cl-credit to vn-total(vendor-idx)
              Evaluate true
                 When claim-age not > 30
                    Add cl-credit to vn-age-1(vendor-idx)
                 When claim-age not > 60
                    Add cl-credit to vn-age-2(vendor-idx)
                 When claim-age not > 90
                    Add cl-credit to vn-age-3(vendor-idx)
                 When other
                    Add cl-credit to vn-age-4(vendor-idx)
              End-evaluate
           End-if.

       write-outstanding-report.
           Initialize rtv-rpt-rec
           Write rtv-rpt-rec
           Move "Outstanding vendor credit by age (days since claim)"
              to rtv-rpt-rec
           Write rtv-rpt-rec
           Initialize rtv-rpt-rec
           String "Vendor Name                           Open"
              "       0-30      31-60      61-90        90+"
              "      Total"
              delimited by size into rtv-rpt-rec
           Write rtv-rpt-rec
           Perform varying vendor-idx from 1 by 1
                 until vendor-idx > vendor-cnt
              If vn-open-cnt(vendor-idx) > 0 then
                 Move vn-open-cnt(vendor-idx) to rpt-cnt-edit
                 Move vn-age-1(vendor-idx) to rpt-age1-edit
                 Move vn-age-2(vendor-idx) to rpt-age2-edit
                 Move vn-age-3(vendor-idx) to rpt-age3-edit
                 Move vn-age-4(vendor-idx) to rpt-age4-edit
                 Move vn-total(vendor-idx) to rpt-total-edit
                 Initialize rtv-rpt-rec
                 String vn-id(vendor-idx) " " vn-name(vendor-idx)
                    rpt-cnt-edit " " rpt-age1-edit " " rpt-age2-edit
                    " " rpt-age3-edit " " rpt-age4-edit
                    " " rpt-total-edit
                    delimited by size into rtv-rpt-rec
                 Write rtv-rpt-rec
              End-if
           End-perform
           Move chain-open-cnt to rpt-cnt-edit
           Move chain-age-1 to rpt-age1-edit
           Move chain-age-2 to rpt-age2-edit
           Move chain-age-3 to rpt-age3-edit
           Move chain-age-4 to rpt-age4-edit
           Move chain-total to rpt-total-edit
           Initialize rtv-rpt-rec
           String "TOTAL  " "                              "
              rpt-cnt-edit " " rpt-age1-edit " " rpt-age2-edit
              " " rpt-age3-edit " " rpt-age4-edit
              " " rpt-total-edit
              delimited by size into rtv-rpt-rec
           Write rtv-rpt-rec

           Initialize rtv-rpt-rec
           Write rtv-rpt-rec
           Move master-read-cnt to rpt-cnt-edit
           Initialize rtv-rpt-rec
           String "Claims carried forward:  " rpt-cnt-edit
              delimited by size into rtv-rpt-rec
           Write rtv-rpt-rec
           Move new-read-cnt to rpt-cnt-edit
           Initialize rtv-rpt-rec
           String "New claims received:     " rpt-cnt-edit
              delimited by size into rtv-rpt-rec
           Write rtv-rpt-rec
           Move duplicate-cnt to rpt-cnt-edit
           Initialize rtv-rpt-rec
           String "Duplicate new claims:    " rpt-cnt-edit
              delimited by size into rtv-rpt-rec
           Write rtv-rpt-rec
           Move credited-cnt to rpt-cnt-edit
           Move credited-amt to rpt-money-edit
           Initialize rtv-rpt-rec
           String "Claims credited:         " rpt-cnt-edit
              "  $" rpt-money-edit
              delimited by size into rtv-rpt-rec
           Write rtv-rpt-rec
           Move denied-cnt to rpt-cnt-edit
           Move denied-amt to rpt-money-edit
           Initialize rtv-rpt-rec
           String "Claims denied:           " rpt-cnt-edit
              "  $" rpt-money-edit " written off"
              delimited by size into rtv-rpt-rec
           Write rtv-rpt-rec
           Move rejected-cnt to rpt-cnt-edit
           Initialize rtv-rpt-rec
           String "Transactions rejected:   " rpt-cnt-edit
              delimited by size into rtv-rpt-rec
           Write rtv-rpt-rec
           Move purged-cnt to rpt-cnt-edit
           Initialize rtv-rpt-rec
           String "Closed claims purged:    " rpt-cnt-edit
              delimited by size into rtv-rpt-rec
           Write rtv-rpt-rec
           Move written-cnt to rpt-cnt-edit
           Initialize rtv-rpt-rec
           String "Claims on new master:    " rpt-cnt-edit
              delimited by size into rtv-rpt-rec
           Write rtv-rpt-rec.

       End program cbl_rtvclaim.
