       DATA DIVISION.
       File section.
       FD sales-mvt recording mode V.
       1 sales-mvt-rec     pic x(30) value spaces.
       FD sales-his recording mode V.
       1 sales-his-rec     pic x(30) value spaces.
       FD sales-hso recording mode V.
       1 sales-hso-rec     pic x(30) value spaces.
       SD sort-work.
       1 sort-rec.
        2 ss-store         pic x(3).
        2 ss-code          pic x(8).
        2 ss-date          pic 9(8).
        2 ss-units         pic 9(5).
        2 ss-price         pic 9(4)V9(2).
       FD sell-rate.
       1 sell-rate-rec.
        2 sr-key.
        2 sw-code          pic x(8).
        2 sw-date          pic 9(8).
        2 sw-units         pic 9(5).
        2 sw-price         pic 9(4)V9(2).
       1 cur-store         pic x(3) value low-values.
       1 cur-code          pic x(8) value low-values.
       1 cur-units         pic 9(7) value 0.
           If saleshis-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Move spaces to sales-his-rec
                 Read sales-his
                    at end Move 'Y' to end-of-file-sw
                    not at end
           End-if.

       keep-or-drop-history.
           If sw-price is not numeric then
              Move 0 to sw-price
           End-if
           Move 'Y' to cal-date-is-bad
           If sw-date is numeric and sw-date > 0 then
              Move sw-date(1:4) to cal-yyyy
