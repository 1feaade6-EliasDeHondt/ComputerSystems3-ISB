       IDENTIFICATION DIVISION.
       Program-id. cbl_prodconv.
       Author. Student.
       ENVIRONMENT DIVISION.
       Input-output section.
       File-control.
           Select old-mast assign to PRODMOLD
              organization indexed
              access sequential
              record key old-code
              file status oldmast-status.
           Select prod-mast assign to PRODMAST
              organization indexed
              access sequential
              record key mast-code
              file status prodmast-status.
           Select conv-rpt assign to PCONVRPT.
       DATA DIVISION.
       File section.
       FD old-mast.
       1 old-rec.
        2 old-code          pic x(8).
        2 old-name          pic x(20).
        2 old-img           pic x(99).
        2 old-type          pic x(1).
        2 old-price         pic 9(4)V9(2).
        2 old-cost          pic 9(4)V9(2).
        2 old-status        pic x(1).
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
       FD conv-rpt recording mode V.
       1 conv-rpt-rec      pic x(132) value spaces.
       Working-storage section.
       1 oldmast-status    pic x(2) value spaces.
       1 prodmast-status   pic x(2) value spaces.
       1 end-of-file-sw    pic x(1) value 'N'.
       1 run-ok            pic x(1) value 'Y'.
       1 write-ok          pic x(1) value 'Y'.
       1 read-cnt          pic 9(7) value 0.
       1 written-cnt       pic 9(7) value 0.
       1 check-cnt         pic 9(7) value 0.
       1 rpt-cnt-edit      pic ZZZZZZ9.

       PROCEDURE DIVISION.
           Open output conv-rpt
           Initialize conv-rpt-rec
           Move "cbl_prodconv - product master reload with vendor id"
              to conv-rpt-rec
           Write conv-rpt-rec

           Open input prod-mast
           If prodmast-status = '00' then
              Close prod-mast
              Move 'N' to run-ok
              Initialize conv-rpt-rec
              String "PRODMAST already exists - reload not done, "
                 "rename the old master to PRODMOLD first"
                 delimited by size into conv-rpt-rec
              Write conv-rpt-rec
           End-if

           If run-ok = 'Y' then
              Open input old-mast
              If oldmast-status not = '00' then
                 Move 'N' to run-ok
                 Initialize conv-rpt-rec
                 String "Old product master PRODMOLD could not be "
                    "opened - status " oldmast-status
                    delimited by size into conv-rpt-rec
                 Write conv-rpt-rec
              End-if
           End-if

           If run-ok = 'Y' then
              Open output prod-mast
              If prodmast-status not = '00' then
                 Move 'N' to run-ok
                 Close old-mast
                 Initialize conv-rpt-rec
                 String "New product master could not be created - "
                    "status " prodmast-status
                    delimited by size into conv-rpt-rec
                 Write conv-rpt-rec
              End-if
           End-if

           If run-ok = 'Y' then
              Perform until end-of-file-sw = 'Y'
                 Read old-mast next record
                    at end Move 'Y' to end-of-file-sw
                    not at end Perform reload-product
                 End-read
              End-perform
              Close old-mast
              Close prod-mast
              Perform verify-reload
           End-if

           Close conv-rpt

           If run-ok = 'N' then
              Move 8 to return-code
           Else
              Move 0 to return-code
           End-if

           Goback.

       reload-product.
           Add 1 to read-cnt
           Initialize mast-rec
           Move old-code to mast-code
           Move old-name to mast-name
           Move old-img to mast-img
           Move old-type to mast-type
           Move old-price to mast-price
           Move old-cost to mast-cost
           Move old-status to mast-status
           Move spaces to mast-vendor
           Move 'Y' to write-ok
           Write mast-rec
              invalid key Move 'N' to write-ok
           End-write
           If write-ok = 'Y' then
              Add 1 to written-cnt
           Else
              Move 'N' to run-ok
              Initialize conv-rpt-rec
              String "Product " old-code
                 " could not be written - status " prodmast-status
                 delimited by size into conv-rpt-rec
              Write conv-rpt-rec
           End-if.

       verify-reload.
           Move 'N' to end-of-file-sw
           Open input prod-mast
           If prodmast-status = '00' then
              Perform until end-of-file-sw = 'Y'
                 Read prod-mast next record
                    at end Move 'Y' to end-of-file-sw
                    not at end Add 1 to check-cnt
                 End-read
              End-perform
              Close prod-mast
           End-if
           Move read-cnt to rpt-cnt-edit
           Initialize conv-rpt-rec
           String "Products read from PRODMOLD:  " rpt-cnt-edit
              delimited by size into conv-rpt-rec
           Write conv-rpt-rec
           Move written-cnt to rpt-cnt-edit
           Initialize conv-rpt-rec
           String "Products written to PRODMAST: " rpt-cnt-edit
              delimited by size into conv-rpt-rec
           Write conv-rpt-rec
           Move check-cnt to rpt-cnt-edit
           Initialize conv-rpt-rec
           String "Products on new PRODMAST:     " rpt-cnt-edit
              delimited by size into conv-rpt-rec
           Write conv-rpt-rec
           Initialize conv-rpt-rec
           If read-cnt = written-cnt and written-cnt = check-cnt
              and run-ok = 'Y' then
              String "Reload in balance - vendor id set to spaces on "
                 "every product"
                 delimited by size into conv-rpt-rec
           Else
              Move 'N' to run-ok
              String "Reload OUT OF BALANCE - keep PRODMOLD and do not "
                 "run the nightly chain"
                 delimited by size into conv-rpt-rec
           End-if
           Write conv-rpt-rec.

       End program cbl_prodconv.
