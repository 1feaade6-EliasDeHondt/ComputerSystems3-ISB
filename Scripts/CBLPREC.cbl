           Close recon-rpt
           Close alert-out

           If unconfirmed-cnt > 0 then
              Move 4 to return-code
           End-if

           Goback.

       load-store-profiles.
