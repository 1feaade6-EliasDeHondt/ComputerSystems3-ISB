              file status prodrpt-status.
           Select trend-rpt-in assign to TRENDRPT
              file status trendrpt-status.
           Select step-ctl-in assign to STEPCTL
              file status stepctl-status.
           Select dash-out assign to DASHBORD.
       DATA DIVISION.
       File section.
       1 prod-rpt-rec      pic x(200) value spaces.
       FD trend-rpt-in recording mode V.
       1 trend-rpt-rec     pic x(132) value spaces.
       FD step-ctl-in recording mode V.
       1 step-ctl-rec.
        2 sc-date          pic 9(8).
        2 sc-seq           pic 9(2).
        2 sc-step          pic x(10).
        2 sc-program       pic x(14).
        2 sc-start         pic 9(14).
        2 sc-end           pic 9(14).
        2 sc-rc            pic 9(3).
        2 sc-status        pic x(8).
        2 sc-blocker       pic x(10).
        2 sc-chain-id      pic 9(14).
       FD dash-out recording mode V.
       1 dash-rec          pic x(132) value spaces.
       Working-storage section.
       78 max-keep          value 12.
       78 max-chain-steps   value 20.
       1 keep-table.
        2 kp-line occurs max-keep times pic x(120).
       1 kp-cnt            pic 9(2) value 0.
       1 run-date          pic 9(8).
       1 run-date-int      pic 9(10).
       1 run-date-parm     pic x(8) value spaces.
       1 chain-table.
        2 chain-entry occurs max-chain-steps times.
           3 cs-step       pic x(10).
           3 cs-program    pic x(14).
           3 cs-status     pic x(8).
           3 cs-rc         pic 9(3).
           3 cs-blocker    pic x(10).
           3 cs-end        pic 9(14).
       1 cs-idx            pic 9(2) value 0.
       1 cs-max            pic 9(2) value 0.
       1 cs-ok-cnt         pic 9(2) value 0.
       1 cs-warn-cnt       pic 9(2) value 0.
       1 cs-fail-cnt       pic 9(2) value 0.
       1 cs-skip-cnt       pic 9(2) value 0.
       1 cs-notdue-cnt     pic 9(2) value 0.
       1 chain-stopped     pic x(1) value 'N'.
       1 stepctl-status    pic x(2) value spaces.
       1 rc-edit           pic ZZ9.
       1 ok-edit           pic Z9.
       1 warn-edit         pic Z9.
       1 fail-edit         pic Z9.
       1 skip-edit         pic Z9.
       1 notdue-edit       pic Z9.

       Linkage section.
       1 parameters-from-jcl.
           Move "Job           Status" to dash-rec
           Write dash-rec

           Perform check-batch-chain
           Perform check-markdown-run
           Perform check-distribution
           Perform check-sellrate
              delimited by size into dash-rec
           Write dash-rec.

       check-batch-chain.
           Move "cbl_chain" to job-name
           Perform start-job
           Move 0 to cs-max
           Initialize chain-table
           Open input step-ctl-in
           If stepctl-status not = '00' then
              Perform write-missing-job
           Else
              Perform until end-of-file-sw = 'Y'
                 Read step-ctl-in
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If sc-date = run-date
                          and sc-seq > 0
                          and sc-seq not > max-chain-steps then
                          Perform note-chain-step
                       End-if
                 End-read
              End-perform
              Close step-ctl-in
              If cs-max = 0 then
                 Move 'Y' to job-failed
                 Move "no chain steps recorded for this business date"
                    to scan-line
                 Perform keep-scan-line
              Else
                 Perform varying cs-idx from 1 by 1
                       until cs-idx > cs-max
                    If cs-step(cs-idx) not = spaces then
                       Perform report-chain-step
                    End-if
                 End-perform
                 Move cs-ok-cnt to ok-edit
                 Move cs-warn-cnt to warn-edit
                 Move cs-fail-cnt to fail-edit
                 Move cs-skip-cnt to skip-edit
                 Move cs-notdue-cnt to notdue-edit
                 Initialize scan-line
                 String "Steps OK: " ok-edit "  warning: " warn-edit
                    "  failed: " fail-edit "  skipped: " skip-edit
                    "  not due: " notdue-edit
                    delimited by size into scan-line
                 Perform keep-scan-line
              End-if
              Perform write-job-section
           End-if.

       note-chain-step.
           Move sc-step to cs-step(sc-seq)
           Move sc-program to cs-program(sc-seq)
           Move sc-status to cs-status(sc-seq)
           Move sc-rc to cs-rc(sc-seq)
           Move sc-blocker to cs-blocker(sc-seq)
           Move sc-end to cs-end(sc-seq)
           If sc-seq > cs-max then
              Move sc-seq to cs-max
           End-if.

       report-chain-step.
           Move cs-rc(cs-idx) to rc-edit
           Initialize scan-line
           Evaluate cs-status(cs-idx)
              When "OK"
                 Add 1 to cs-ok-cnt
              When "NOTDUE"
                 Add 1 to cs-notdue-cnt
              When "WARNING"
                 Add 1 to cs-warn-cnt
                 Move 'Y' to job-warned
                 String "Step " function trim(cs-step(cs-idx))
                    " ended with warning rc " rc-edit
                    delimited by size into scan-line
                 Perform keep-scan-line
              When "SKIPPED"
                 Add 1 to cs-skip-cnt
                 Move 'Y' to job-failed
                 String "Step " function trim(cs-step(cs-idx))
                    " not run - waiting on "
                    function trim(cs-blocker(cs-idx))
                    delimited by size into scan-line
                 Perform keep-scan-line
              When other
                 Add 1 to cs-fail-cnt
                 Move 'Y' to job-failed
                 If chain-stopped = 'N' then
                    Move 'Y' to chain-stopped
                    String "CHAIN STOPPED AT STEP "
                       function trim(cs-step(cs-idx)) " ("
                       function trim(cs-program(cs-idx)) ") rc "
                       rc-edit " at " cs-end(cs-idx)(9:2) ":"
                       cs-end(cs-idx)(11:2)
                       delimited by size into scan-line
                 Else
                    String "Step " function trim(cs-step(cs-idx))
                       " failed rc " rc-edit
                       delimited by size into scan-line
                 End-if
                 Perform keep-scan-line
           End-evaluate.

       check-markdown-run.
           Move "cbl_json" to job-name
           Perform start-job
