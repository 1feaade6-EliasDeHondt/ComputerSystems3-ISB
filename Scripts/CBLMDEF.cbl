        2 ms-end            pic 9(8).
        2 ms-status         pic x(1).
       FD sales-his recording mode V.
       1 sales-his-rec     pic x(30) value spaces.
       FD mdef-rpt recording mode V.
       1 mdef-rpt-rec      pic x(132) value spaces.
       Working-storage section.
        2 sw-code          pic x(8).
        2 sw-date          pic 9(8).
        2 sw-units         pic 9(5).
        2 sw-price         pic 9(4)V9(2).
       1 mdstate-status    pic x(2) value spaces.
       1 saleshis-status   pic x(2) value spaces.
       1 end-of-file-sw    pic x(1) value 'N'.
