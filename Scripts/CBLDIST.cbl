              file status storprof-status.
           Select dist-list assign to DISTLIST
              file status distlist-status.
           Select pos-arch assign to POSARCH
              file status posarch-status.
           Select web-in assign using web-in-name
              file status web-in-status.
           Select dist-stat assign to DISTSTAT.
           Select alert-out assign to ALERTFIL.
           Select dist-log assign to DISTLOGF.
       1 pos-in-rec        pic x(100) value spaces.
       FD pos-stage recording mode V.
       1 pos-stage-rec     pic x(100) value spaces.
       FD web-in recording mode V.
       1 web-in-rec        pic x(400) value spaces.
       FD pos-arch recording mode V.
       1 pos-arch-rec.
        2 pa-run-date      pic 9(8).
        2 pa-run-time      pic 9(6).
        2 pa-store         pic x(3).
        2 pa-file          pic x(60).
        2 pa-sent          pic x(1).
        2 pa-rec           pic x(100).
       FD store-prof recording mode V.
       1 store-prof-rec.
        2 sp-id            pic x(3).
       1 end-of-pos           pic x(1) value 'N'.
       1 pos-rec-cnt          pic 9(5) value 0.
       1 pos-cnt-disp         pic 9(5) value 0.
       1 posarch-status       pic x(2) value spaces.
       1 posarch-open         pic x(1) value 'N'.
       1 run-time             pic 9(6) value 0.
       1 arch-rec-cnt         pic 9(5) value 0.
       1 webfeed-base         pic x(60) value "WEBFEED".
       1 webdelt-base         pic x(60) value "WEBDELT".
       1 web-in-name          pic x(80) value spaces.
       1 web-in-status        pic x(2) value spaces.
       1 web-copy-ok          pic x(1) value 'Y'.
       1 end-of-web           pic x(1) value 'N'.
       1 web-rec-cnt          pic 9(5) value 0.
       1 web-date-cnt         pic 9(2) value 0.
       1 web-date-text        pic x(10) value spaces.
       1 ecom-idx             pic 9(2) value 0.
       1 send-file-name       pic x(80) value spaces.
       1 send-remote-name     pic x(40) value spaces.
       1 send-label           pic x(12) value spaces.
           Accept postx-base from environment "POSTXFIL"
              on exception Move "POSTXFIL" to postx-base
           End-accept
           Accept webfeed-base from environment "WEBFEED"
              on exception Move "WEBFEED" to webfeed-base
           End-accept
           Accept webdelt-base from environment "WEBDELT"
              on exception Move "WEBDELT" to webdelt-base
           End-accept

           Move function current-date(9:6) to run-time

           Open output dist-log
           Open output dist-stat
           Open output alert-out
           Perform open-pos-archive

           Perform load-store-profiles
           Perform load-distribution-list
           Perform find-ecommerce-channel

           Perform varying store-idx from 1 by 1
                 until store-idx > store-cnt
              Write dist-log-rec
           End-if

           If posarch-open = 'Y' then
              Close pos-arch
           End-if
           Close dist-log
           Close dist-stat
           Close alert-out

           If channels-failed-cnt > 0 then
              Move 4 to return-code
           Else
              Move 0 to return-code
           End-if

           Goback.

       open-pos-archive.
           Open extend pos-arch
           If posarch-status = '35' then
              Open output pos-arch
           End-if
           If posarch-status = '00' then
              Move 'Y' to posarch-open
           Else
              Initialize dist-log-rec
              String "POS override archive could not be opened - "
                 "status " posarch-status
                 " - today's POS feeds will not be archived"
                 delimited by size into dist-log-rec
              Write dist-log-rec
              Initialize alert-rec
              String "OPERATOR ALERT: POS override archive could not "
                 "be opened (status " posarch-status
                 ") - price history will have a gap for "
                 function formatted-date("YYYY-MM-DD" todays-date-int)
                 delimited by size into alert-rec
              Write alert-rec
              Display alert-rec(1:100) upon console
           End-if.

       load-store-profiles.
           Open input store-prof
           If storprof-status not = '00' then

              Perform varying channel-idx from 1 by 1
                    until channel-idx > channel-cnt
                 If chn-channel(channel-idx) not = "ECOMMERCE" then
                    Move chn-channel(channel-idx) to pub-channel
                    Move chn-target(channel-idx) to pub-target
                    Move chn-alt(channel-idx) to pub-alt-target
                    Move chn-retries(channel-idx) to pub-retries
                    Perform publish-channel
                 End-if
              End-perform
           End-if
           Perform transmit-pos-feed
           If ecom-idx > 0 then
              Initialize web-in-name send-remote-name
              String function trim(webfeed-base) "." stor-id(store-idx)
                 delimited by size into web-in-name
              String "webfeed." stor-id(store-idx) ".json"
                 delimited by size into send-remote-name
              Move "web feed" to send-label
              Perform transmit-web-file
              Initialize web-in-name send-remote-name
              String function trim(webdelt-base) "." stor-id(store-idx)
                 delimited by size into web-in-name
              String "webdelta." stor-id(store-idx) ".json"
                 delimited by size into send-remote-name
              Move "web delta" to send-label
              Perform transmit-web-file
           End-if.

       find-ecommerce-channel.
           Move 0 to ecom-idx
           Perform varying channel-idx from 1 by 1
                 until channel-idx > channel-cnt or ecom-idx > 0
              If chn-channel(channel-idx) = "ECOMMERCE" then
                 Move channel-idx to ecom-idx
              End-if
           End-perform
           If ecom-idx = 0 then
              Initialize dist-log-rec
              String "No ECOMMERCE channel in distribution list - "
                 "storefront feeds not sent"
                 delimited by size into dist-log-rec
              Write dist-log-rec
           End-if.

       transmit-web-file.
           Move 'Y' to web-copy-ok
           Move 'N' to end-of-web
           Move 0 to web-rec-cnt
           Move 0 to web-date-cnt
           Move function formatted-date("YYYY-MM-DD" todays-date-int)
              to web-date-text
           Open input web-in
           If web-in-status not = '00' then
              Move 'N' to web-copy-ok
           Else
              Perform until end-of-web = 'Y'
                 Read web-in
                    at end Move 'Y' to end-of-web
                    not at end
                       Add 1 to web-rec-cnt
                       If web-rec-cnt = 1 then
                          Inspect web-in-rec tallying web-date-cnt
                             for all web-date-text
                       End-if
                 End-read
              End-perform
              Close web-in
              If web-rec-cnt = 0 or web-date-cnt = 0 then
                 Move 'N' to web-copy-ok
              End-if
           End-if

           If web-copy-ok = 'N' then
              Initialize dist-log-rec
              String "Store " stor-id(store-idx) " "
                 function trim(send-label)
                 " transmission FAILED - "
                 function trim(web-in-name)
                 " missing or not built for this date (status "
                 web-in-status ") on "
                 function formatted-date("YYYY-MM-DD" todays-date-int)
                 delimited by size into dist-log-rec
              Write dist-log-rec
              Add 1 to channels-failed-cnt
              Initialize alert-rec
              String "OPERATOR ALERT: store " stor-id(store-idx)
                 " " function trim(send-label)
                 " was not built - online specials not updated"
                 delimited by size into alert-rec
              Write alert-rec
              Display alert-rec(1:100) upon console
           Else
              Move web-in-name to send-file-name
              Move web-rec-cnt to lines-published
              Move chn-channel(ecom-idx) to pub-channel
              Move chn-target(ecom-idx) to pub-target
              Move chn-alt(ecom-idx) to pub-alt-target
              Move chn-retries(ecom-idx) to pub-retries
              Perform publish-channel
           End-if.

       transmit-pos-feed.
           Initialize pos-in-name pos-stage-name
              Move spaces to pub-alt-target
              Move default-retries to pub-retries
              Perform publish-channel
              If posarch-open = 'Y' then
                 Perform archive-pos-feed
              End-if
           End-if.

       archive-pos-feed.
           Move 'N' to end-of-pos
           Move 0 to arch-rec-cnt
           Open input pos-in
           If pos-in-status = '00' then
              Perform until end-of-pos = 'Y'
                 Read pos-in
                    at end Move 'Y' to end-of-pos
                    not at end
                       Initialize pos-arch-rec
                       Move todays-date to pa-run-date
                       Move run-time to pa-run-time
                       Move stor-id(store-idx) to pa-store
                       Move pos-in-name to pa-file
                       Move channel-ok to pa-sent
                       Move pos-in-rec to pa-rec
                       Write pos-arch-rec
                       Add 1 to arch-rec-cnt
                 End-read
              End-perform
              Close pos-in
           End-if
           If arch-rec-cnt not = pos-rec-cnt then
              Move arch-rec-cnt to pos-cnt-disp
              Initialize dist-log-rec
              String "Store " stor-id(store-idx)
                 " POS archive count " pos-cnt-disp
                 " does not match records staged - check POSARCH"
                 delimited by size into dist-log-rec
              Write dist-log-rec
           End-if.

       publish-channel.
                    delimited by size into transport-cmd
                    on overflow Move 'N' to cmd-ok
                 End-string
              When "ECOMMERCE"
                 String "curl -s -f -T "
                    function trim(send-file-name)
                    " https://" function trim(target-used)
                    "/" function trim(send-remote-name)
                    delimited by size into transport-cmd
                    on overflow Move 'N' to cmd-ok
                 End-string
              When other
                 String "curl -s -f -T "
                    function trim(send-file-name)
