        2 mast-price        pic 9(4)V9(2).
        2 mast-cost         pic 9(4)V9(2).
        2 mast-status       pic x(1).
        2 mast-vendor       pic x(6).
       FD prod-tran recording mode V.
       1 tran-rec.
        2 tran-action       pic x(1).
        2 tran-price        pic 9(4)V9(2).
        2 tran-cost         pic 9(4)V9(2).
        2 tran-eff-date     pic 9(8).
        2 tran-vendor       pic x(6).
       FD held-in recording mode V.
       1 held-in-rec        pic x(155) value spaces.
       FD held-out recording mode V.
       1 held-out-rec       pic x(155) value spaces.
       FD prod-audit recording mode V.
       1 prod-audit-rec.
        2 au-date-applied   pic 9(8).
           3 au-a-price     pic 9(4)V9(2).
           3 au-a-cost      pic 9(4)V9(2).
           3 au-a-status    pic x(1).
        2 au-b-vendor       pic x(6).
        2 au-a-vendor       pic x(6).
       FD prod-rpt recording mode V.
       1 prodrpt-rec        pic x(200) value spaces.
       Working-storage section.
        2 bi-price          pic 9(4)V9(2) value 0.
        2 bi-cost           pic 9(4)V9(2) value 0.
        2 bi-status         pic x(1).
        2 bi-vendor         pic x(6).
       1 run-date-parm      pic x(8) value spaces.
       1 run-date           pic 9(8).
       1 run-date-int       pic 9(10).
           End-if

           Perform until end-of-tran = 'Y'
              Move spaces to tran-rec
              Read prod-tran
                 at end Move 'Y' to end-of-tran
                 not at end Perform process-transaction
           Close prod-tran
           Close prod-rpt

           If tran-ok = 'N' then
              Move 8 to return-code
           Else
              If trans-rejected-cnt > 0 then
                 Move 4 to return-code
              End-if
           End-if

           Goback.

       process-held-transactions.
           Open input held-in
           If heldin-status = '00' then
              Perform until end-of-held = 'Y'
                 Move spaces to held-in-rec
                 Read held-in
                    at end Move 'Y' to end-of-held
                    not at end
              Move tran-price to mast-price
              Move tran-cost to mast-cost
              Move 'A' to mast-status
              Move tran-vendor to mast-vendor
              If prod-on-file = 'Y' then
                 Rewrite mast-rec
                    invalid key
              If tran-cost not = 0 then
                 Move tran-cost to mast-cost
              End-if
              If tran-vendor not = spaces then
                 Move tran-vendor to mast-vendor
              End-if
              Rewrite mast-rec
                 invalid key
                    Move 'Y' to tran-is-bad
           Move mast-type to bi-type
           Move mast-price to bi-price
           Move mast-cost to bi-cost
           Move mast-status to bi-status
           Move mast-vendor to bi-vendor.

       write-audit-record.
           Initialize prod-audit-rec
           Move mast-price to au-a-price
           Move mast-cost to au-a-cost
           Move mast-status to au-a-status
           Move bi-vendor to au-b-vendor
           Move mast-vendor to au-a-vendor
           Write prod-audit-rec.

       report-transaction.
