       IDENTIFICATION DIVISION.
       Program-id. cbl_webfeed.
       Author. Student.
       ENVIRONMENT DIVISION.
       Input-output section.
       File-control.
           Select store-prof assign to STORPROF
              file status storprof-status.
           Select md-state assign to MDSTATE
              organization indexed
              access dynamic
              record key ms-key
              file status mdstate-status.
           Select prod-mast assign to PRODMAST
              organization indexed
              access random
              record key mast-code
              file status prodmast-status.
           Select web-prior assign to WEBPRIOR
              file status webprior-status.
           Select web-prior-out assign to WEBPRIOO
              file status webprioo-status.
           Select web-feed assign using web-feed-name
              file status web-feed-status.
           Select web-delta assign using web-delta-name
              file status web-delta-status.
           Select web-rpt assign to WEBRPT.
       DATA DIVISION.
       File section.
       FD store-prof recording mode V.
       1 store-prof-rec.
        2 sp-id            pic x(3).
        2 sp-name          pic x(30).
        2 sp-addr          pic x(60).
        2 sp-channel       pic x(10).
        2 sp-target        pic x(80).
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
       FD web-prior recording mode V.
       1 web-prior-rec.
        2 wp-store         pic x(3).
        2 wp-code          pic x(8).
        2 wp-name          pic x(20).
        2 wp-reg-price     pic 9(4)V9(2).
        2 wp-sale-price    pic 9(4)V9(2).
        2 wp-start         pic 9(8).
        2 wp-end           pic 9(8).
       FD web-prior-out recording mode V.
       1 web-prior-out-rec pic x(59).
       FD web-feed recording mode V.
       1 web-feed-rec      pic x(400) value spaces.
       FD web-delta recording mode V.
       1 web-delta-rec     pic x(400) value spaces.
       FD web-rpt recording mode V.
       1 web-rpt-rec       pic x(132) value spaces.
       Working-storage section.
       78 max-stores        value 10.
       78 max-prior         value 5000.
       1 store-data.
        2 store-entry occurs max-stores times.
           3 stor-id       pic x(3).
           3 stor-name     pic x(30).
       1 store-cnt         pic 9(2) value 0.
       1 store-idx         pic 9(2) value 0.
       1 store-scan-idx    pic 9(2) value 0.
       1 store-found       pic x(1) value 'N'.
       1 prior-table.
        2 prior-entry occurs max-prior times.
           3 pr-rec         pic x(59).
           3 pr-matched     pic x(1).
       1 prior-cnt         pic 9(4) value 0.
       1 prior-idx         pic 9(4) value 0.
       1 prior-found       pic x(1) value 'N'.
       1 today-rec.
        2 td-store         pic x(3).
        2 td-code          pic x(8).
        2 td-name          pic x(20).
        2 td-reg-price     pic 9(4)V9(2).
        2 td-sale-price    pic 9(4)V9(2).
        2 td-start         pic 9(8).
        2 td-end           pic 9(8).
       1 storprof-status   pic x(2) value spaces.
       1 mdstate-status    pic x(2) value spaces.
       1 prodmast-status   pic x(2) value spaces.
       1 webprior-status   pic x(2) value spaces.
       1 webprioo-status   pic x(2) value spaces.
       1 web-feed-status   pic x(2) value spaces.
       1 web-delta-status  pic x(2) value spaces.
       1 webfeed-base      pic x(60) value "WEBFEED".
       1 webdelt-base      pic x(60) value "WEBDELT".
       1 web-feed-name     pic x(80) value spaces.
       1 web-delta-name    pic x(80) value spaces.
       1 end-of-store-prof pic x(1) value 'N'.
       1 end-of-prior      pic x(1) value 'N'.
       1 end-of-state      pic x(1) value 'N'.
       1 run-ok            pic x(1) value 'Y'.
       1 run-warning       pic x(1) value 'N'.
       1 store-ok          pic x(1) value 'Y'.
       1 item-ok           pic x(1) value 'Y'.
       1 delta-action      pic x(7) value spaces.
       1 feed-item-cnt     pic 9(5) value 0.
       1 delta-item-cnt    pic 9(5) value 0.
       1 added-cnt         pic 9(5) value 0.
       1 changed-cnt       pic 9(5) value 0.
       1 ended-cnt         pic 9(5) value 0.
       1 unchanged-cnt     pic 9(5) value 0.
       1 no-product-cnt    pic 9(5) value 0.
       1 total-feed-cnt    pic 9(7) value 0.
       1 total-delta-cnt   pic 9(7) value 0.
       1 total-ended-cnt   pic 9(7) value 0.
       1 stores-failed-cnt pic 9(2) value 0.
       1 rpt-cnt-edit      pic ZZZZ9.
       1 rpt-cnt2-edit     pic ZZZZ9.
       1 rpt-cnt3-edit     pic ZZZZ9.
       1 rpt-cnt4-edit     pic ZZZZ9.
       1 rpt-cnt5-edit     pic ZZZZ9.
       1 rpt-tot-edit      pic ZZZZZZ9.
       1 price-edit        pic ZZZ9.99.
       1 reg-price-text    pic x(8) value spaces.
       1 sale-price-text   pic x(8) value spaces.
       1 start-text        pic x(10) value spaces.
       1 end-text          pic x(10) value spaces.
       1 json-in           pic x(99) value spaces.
       1 json-out          pic x(200) value spaces.
       1 json-out-len      pic 9(3) value 0.
       1 json-in-len       pic 9(3) value 0.
       1 json-idx          pic 9(3) value 0.
       1 json-name         pic x(40) value spaces.
       1 json-name-len     pic 9(3) value 0.
       1 json-img          pic x(200) value spaces.
       1 json-img-len      pic 9(3) value 0.
       1 json-sep          pic x(1) value spaces.
       1 item-line         pic x(400) value spaces.
       1 run-date-parm     pic x(8) value spaces.
       1 run-date          pic 9(8).
       1 run-date-int      pic 9(10).
       1 run-date-text     pic x(10) value spaces.

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
           Move function formatted-date("YYYY-MM-DD" run-date-int)
              to run-date-text

           Accept webfeed-base from environment "WEBFEED"
              on exception Move "WEBFEED" to webfeed-base
           End-accept
           Accept webdelt-base from environment "WEBDELT"
              on exception Move "WEBDELT" to webdelt-base
           End-accept

           Open output web-rpt
           Initialize web-rpt-rec
           String "cbl_webfeed - storefront markdown feed for "
              run-date-text
              delimited by size into web-rpt-rec
           Write web-rpt-rec
           Initialize web-rpt-rec
           Write web-rpt-rec

           Perform load-store-profiles
           Perform load-prior-feed

           If run-ok = 'Y' then
              Open input md-state
              If mdstate-status not = '00' then
                 Move 'N' to run-ok
                 Initialize web-rpt-rec
                 String "Markdown state file could not be opened - "
                    "status " mdstate-status " - no feed built"
                    delimited by size into web-rpt-rec
                 Write web-rpt-rec
              End-if
           End-if
           If run-ok = 'Y' then
              Open input prod-mast
              If prodmast-status not = '00' then
                 Move 'N' to run-ok
                 Close md-state
                 Initialize web-rpt-rec
                 String "Product master could not be opened - "
                    "status " prodmast-status " - no feed built"
                    delimited by size into web-rpt-rec
                 Write web-rpt-rec
              End-if
           End-if
           If run-ok = 'Y' then
              Open output web-prior-out
              If webprioo-status not = '00' then
                 Move 'N' to run-ok
                 Close md-state
                 Close prod-mast
                 Initialize web-rpt-rec
                 String "Feed state file WEBPRIOO could not be "
                    "opened - status " webprioo-status
                    " - no feed built"
                    delimited by size into web-rpt-rec
                 Write web-rpt-rec
              End-if
           End-if

           If run-ok = 'Y' then
              Perform varying store-idx from 1 by 1
                    until store-idx > store-cnt
                 Perform build-store-feed
              End-perform
              Perform carry-unlisted-stores
              Close md-state
              Close prod-mast
              Close web-prior-out

              Initialize web-rpt-rec
              Write web-rpt-rec
              Move total-feed-cnt to rpt-tot-edit
              Initialize web-rpt-rec
              String "Markdowns in today's snapshots: " rpt-tot-edit
                 delimited by size into web-rpt-rec
              Write web-rpt-rec
              Move total-delta-cnt to rpt-tot-edit
              Initialize web-rpt-rec
              String "Delta entries sent:             " rpt-tot-edit
                 delimited by size into web-rpt-rec
              Write web-rpt-rec
              Move total-ended-cnt to rpt-tot-edit
              Initialize web-rpt-rec
              String "   of which ended:              " rpt-tot-edit
                 delimited by size into web-rpt-rec
              Write web-rpt-rec
           End-if

           Close web-rpt

           If run-ok = 'N' or stores-failed-cnt > 0 then
              Move 8 to return-code
           Else
              If run-warning = 'Y' then
                 Move 4 to return-code
              End-if
           End-if

           Goback.

       load-store-profiles.
           Open input store-prof
           If storprof-status not = '00' then
              Move 'N' to run-ok
              Initialize web-rpt-rec
              String "Store profile file could not be opened - "
                 "status " storprof-status " - no feed built"
                 delimited by size into web-rpt-rec
              Write web-rpt-rec
           Else
              Perform until end-of-store-prof = 'Y'
                 Read store-prof
                    at end Move 'Y' to end-of-store-prof
                    not at end
                       Move 'N' to store-found
                       Perform varying store-scan-idx from 1 by 1
                             until store-scan-idx > store-cnt
                          If sp-id = stor-id(store-scan-idx)
                             Move 'Y' to store-found
                          End-if
                       End-perform
                       If store-found = 'N' and sp-id not = spaces
                          and store-cnt < max-stores then
                          Add 1 to store-cnt
                          Move sp-id to stor-id(store-cnt)
                          Move sp-name to stor-name(store-cnt)
                       End-if
                 End-read
              End-perform
              Close store-prof
           End-if.

       load-prior-feed.
           Open input web-prior
           If webprior-status = '35' then
              Initialize web-rpt-rec
              String "No prior feed state (WEBPRIOR) - every "
                 "markdown is sent as added"
                 delimited by size into web-rpt-rec
              Write web-rpt-rec
           Else
              If webprior-status not = '00' then
                 Move 'N' to run-ok
                 Initialize web-rpt-rec
                 String "Prior feed state WEBPRIOR could not be "
                    "opened - status " webprior-status
                    " - no feed built"
                    delimited by size into web-rpt-rec
                 Write web-rpt-rec
              Else
                 Perform until end-of-prior = 'Y'
                    Read web-prior
                       at end Move 'Y' to end-of-prior
                       not at end
                          If prior-cnt < max-prior then
                             Add 1 to prior-cnt
                             Move web-prior-rec to pr-rec(prior-cnt)
                             Move 'N' to pr-matched(prior-cnt)
                          Else
                             Move 'N' to run-ok
                             Move 'Y' to end-of-prior
                             Initialize web-rpt-rec
                             String "Prior feed state has more than "
                                "the table holds - no feed built"
                                delimited by size into web-rpt-rec
                             Write web-rpt-rec
                          End-if
                    End-read
                 End-perform
                 Close web-prior
              End-if
           End-if.

       build-store-feed.
           Move 'Y' to store-ok
           Move 0 to feed-item-cnt delta-item-cnt added-cnt
              changed-cnt ended-cnt unchanged-cnt no-product-cnt
           Initialize web-feed-name web-delta-name
           String function trim(webfeed-base) "." stor-id(store-idx)
              delimited by size into web-feed-name
           String function trim(webdelt-base) "." stor-id(store-idx)
              delimited by size into web-delta-name

           Open output web-feed
           Open output web-delta
           If web-feed-status not = '00'
              or web-delta-status not = '00' then
              Move 'N' to store-ok
              Add 1 to stores-failed-cnt
              Initialize web-rpt-rec
              String "Store " stor-id(store-idx)
                 " feed files could not be opened - status "
                 web-feed-status "/" web-delta-status
                 " - storefront not updated"
                 delimited by size into web-rpt-rec
              Write web-rpt-rec
              If web-feed-status = '00' then
                 Close web-feed
              End-if
              If web-delta-status = '00' then
                 Close web-delta
              End-if
              Perform carry-prior-store
           End-if

           If store-ok = 'Y' then
              Perform write-feed-headers
              Move stor-id(store-idx) to ms-store
              Move low-values to ms-code
              Move 'N' to end-of-state
              Start md-state key not < ms-key
                 invalid key Move 'Y' to end-of-state
              End-start
              Perform until end-of-state = 'Y'
                 Read md-state next
                    at end Move 'Y' to end-of-state
                    not at end
                       If ms-store not = stor-id(store-idx) then
                          Move 'Y' to end-of-state
                       Else
                          If ms-status = 'A' and ms-end is numeric
                             and ms-end not < run-date then
                             Perform add-feed-item
                          End-if
                       End-if
                 End-read
              End-perform
              Perform varying prior-idx from 1 by 1
                    until prior-idx > prior-cnt
                 If pr-rec(prior-idx)(1:3) = stor-id(store-idx)
                    and pr-matched(prior-idx) = 'N' then
                    Move pr-rec(prior-idx) to today-rec
                    Move "ENDED" to delta-action
                    Perform write-delta-item
                    Move 'Y' to pr-matched(prior-idx)
                    Add 1 to ended-cnt
                 End-if
              End-perform
              Perform write-feed-trailers
              Close web-feed
              Close web-delta
              Perform report-store-feed
           End-if.

       add-feed-item.
           Move 'Y' to item-ok
           Move ms-code to mast-code
           Read prod-mast
              invalid key Move 'N' to item-ok
           End-read
           If item-ok = 'N' then
              Add 1 to no-product-cnt
              Move 'Y' to run-warning
              Initialize web-rpt-rec
              String "Store " stor-id(store-idx) " markdown "
                 ms-code " has no product master record - not "
                 "published"
                 delimited by size into web-rpt-rec
              Write web-rpt-rec
           Else
              Initialize today-rec
              Move ms-store to td-store
              Move ms-code to td-code
              Move mast-name to td-name
              Move mast-price to td-reg-price
              Move ms-sale-price to td-sale-price
              Move ms-start to td-start
              Move ms-end to td-end
              Perform write-snapshot-item
              Write web-prior-out-rec from today-rec
              Perform find-prior-item
              If prior-found = 'N' then
                 Move "ADDED" to delta-action
                 Perform write-delta-item
                 Add 1 to added-cnt
              Else
                 Move 'Y' to pr-matched(prior-idx)
                 Move pr-rec(prior-idx) to web-prior-rec
                 If wp-reg-price not = td-reg-price
                    or wp-sale-price not = td-sale-price
                    or wp-start not = td-start
                    or wp-end not = td-end then
                    Move "CHANGED" to delta-action
                    Perform write-delta-item
                    Add 1 to changed-cnt
                 Else
                    Add 1 to unchanged-cnt
                 End-if
              End-if
           End-if.

       find-prior-item.
           Move 'N' to prior-found
           Perform varying prior-idx from 1 by 1
                 until prior-idx > prior-cnt or prior-found = 'Y'
              If pr-rec(prior-idx)(1:11) = today-rec(1:11) then
                 Move 'Y' to prior-found
              End-if
           End-perform
           If prior-found = 'Y' then
              Subtract 1 from prior-idx
           End-if.

       carry-prior-store.
           Perform varying prior-idx from 1 by 1
                 until prior-idx > prior-cnt
              If pr-rec(prior-idx)(1:3) = stor-id(store-idx) then
                 Write web-prior-out-rec from pr-rec(prior-idx)
                 Move 'Y' to pr-matched(prior-idx)
              End-if
           End-perform.

       carry-unlisted-stores.
           Perform varying prior-idx from 1 by 1
                 until prior-idx > prior-cnt
              If pr-matched(prior-idx) = 'N' then
                 Move 'N' to store-found
                 Perform varying store-scan-idx from 1 by 1
                       until store-scan-idx > store-cnt
                    If pr-rec(prior-idx)(1:3) = stor-id(store-scan-idx)
                       Move 'Y' to store-found
                    End-if
                 End-perform
                 If store-found = 'N' then
                    Write web-prior-out-rec from pr-rec(prior-idx)
                 End-if
              End-if
           End-perform.

       write-feed-headers.
           Initialize web-feed-rec
           String '{"store":"' stor-id(store-idx)
              '","date":"' run-date-text
              '","type":"SNAPSHOT","markdowns":['
              delimited by size into web-feed-rec
           Write web-feed-rec
           Initialize web-delta-rec
           String '{"store":"' stor-id(store-idx)
              '","date":"' run-date-text
              '","type":"DELTA","changes":['
              delimited by size into web-delta-rec
           Write web-delta-rec.

       write-feed-trailers.
           Move feed-item-cnt to rpt-cnt-edit
           Initialize web-feed-rec
           String '],"count":' function trim(rpt-cnt-edit) '}'
              delimited by size into web-feed-rec
           Write web-feed-rec
           Move delta-item-cnt to rpt-cnt-edit
           Initialize web-delta-rec
           String '],"count":' function trim(rpt-cnt-edit) '}'
              delimited by size into web-delta-rec
           Write web-delta-rec.

       format-item-fields.
           Move td-reg-price to price-edit
           Move function trim(price-edit) to reg-price-text
           Move td-sale-price to price-edit
           Move function trim(price-edit) to sale-price-text
           Initialize start-text end-text
           String td-start(1:4) "-" td-start(5:2) "-" td-start(7:2)
              delimited by size into start-text
           String td-end(1:4) "-" td-end(5:2) "-" td-end(7:2)
              delimited by size into end-text
           Move td-name to json-in
           Perform escape-json-text
           Move json-out to json-name
           Move json-out-len to json-name-len.

       write-snapshot-item.
           Perform format-item-fields
           Move mast-img to json-in
           Perform escape-json-text
           Move json-out to json-img
           Move json-out-len to json-img-len
           If feed-item-cnt = 0 then
              Move space to json-sep
           Else
              Move "," to json-sep
           End-if
           Initialize item-line
           String json-sep '{"code":"' function trim(td-code)
              '","name":"' json-name(1:json-name-len)
              '","image":"' json-img(1:json-img-len)
              '","regularPrice":' function trim(reg-price-text)
              ',"salePrice":' function trim(sale-price-text)
              ',"saleStart":"' start-text
              '","saleEnd":"' end-text '"}'
              delimited by size into item-line
           Move item-line to web-feed-rec
           Write web-feed-rec
           Add 1 to feed-item-cnt
           Add 1 to total-feed-cnt.

       write-delta-item.
           Perform format-item-fields
           If delta-item-cnt = 0 then
              Move space to json-sep
           Else
              Move "," to json-sep
           End-if
           Initialize item-line
           If delta-action = "ENDED" then
              String json-sep '{"action":"ENDED","code":"'
                 function trim(td-code)
                 '","name":"' json-name(1:json-name-len)
                 '","endedOn":"' run-date-text '"}'
                 delimited by size into item-line
              Add 1 to total-ended-cnt
           Else
              Move mast-img to json-in
              Perform escape-json-text
              String json-sep '{"action":"' function trim(delta-action)
                 '","code":"' function trim(td-code)
                 '","name":"' json-name(1:json-name-len)
                 '","image":"' json-out(1:json-out-len)
                 '","regularPrice":' function trim(reg-price-text)
                 ',"salePrice":' function trim(sale-price-text)
                 ',"saleStart":"' start-text
                 '","saleEnd":"' end-text '"}'
                 delimited by size into item-line
           End-if
           Move item-line to web-delta-rec
           Write web-delta-rec
           Add 1 to delta-item-cnt
           Add 1 to total-delta-cnt.

       escape-json-text.
           Move spaces to json-out
           Move 0 to json-out-len
           Move function length(function trim(json-in trailing))
              to json-in-len
           If json-in = spaces then
              Move 0 to json-in-len
           End-if
           Perform varying json-idx from 1 by 1
                 until json-idx > json-in-len
              If json-in(json-idx:1) = '"' or json-in(json-idx:1) = '\'
                 then
                 Add 1 to json-out-len
                 Move '\' to json-out(json-out-len:1)
              End-if
              Add 1 to json-out-len
              Move json-in(json-idx:1) to json-out(json-out-len:1)
           End-perform
           If json-out-len = 0 then
              Move 1 to json-out-len
           End-if.

       report-store-feed.
           Move feed-item-cnt to rpt-cnt-edit
           Move added-cnt to rpt-cnt2-edit
           Move changed-cnt to rpt-cnt3-edit
           Move ended-cnt to rpt-cnt4-edit
           Move unchanged-cnt to rpt-cnt5-edit
           Initialize web-rpt-rec
           String "Store " stor-id(store-idx) " "
              stor-name(store-idx) " snapshot " rpt-cnt-edit
              "  added " rpt-cnt2-edit "  changed " rpt-cnt3-edit
              "  ended " rpt-cnt4-edit "  unchanged " rpt-cnt5-edit
              delimited by size into web-rpt-rec
           Write web-rpt-rec
           If no-product-cnt > 0 then
              Move no-product-cnt to rpt-cnt-edit
              Initialize web-rpt-rec
              String "Store " stor-id(store-idx) " "
                 rpt-cnt-edit " markdown(s) left out - no product "
                 "master record"
                 delimited by size into web-rpt-rec
              Write web-rpt-rec
           End-if.

       End program cbl_webfeed.
