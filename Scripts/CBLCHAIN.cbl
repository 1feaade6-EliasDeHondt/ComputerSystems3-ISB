       IDENTIFICATION DIVISION.
       Program-id. cbl_chain.
       Author. Student.
       ENVIRONMENT DIVISION.
       Input-output section.
       File-control.
           Select step-ctl assign to STEPCTL
              file status stepctl-status.
           Select chain-log assign to CHAINLOG.
       DATA DIVISION.
       File section.
       FD step-ctl recording mode V.
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
       FD chain-log recording mode V.
       1 chain-log-rec     pic x(132) value spaces.
       Working-storage section.
       78 max-steps         value 20.
       78 max-deps          value 5.
       78 weekly-run-day    value 7.
       1 step-table.
        2 step-entry occurs max-steps times.
           3 sd-name       pic x(10).
           3 sd-program    pic x(14).
           3 sd-freq       pic x(1).
           3 sd-style      pic x(1).
           3 sd-deps.
              4 sd-dep     pic 9(2) occurs max-deps times.
           3 st-status     pic x(8).
           3 st-rc         pic 9(3).
           3 st-blocks     pic x(1).
           3 st-blocker    pic x(10).
           3 st-prior-status pic x(8).
           3 st-prior-rc   pic 9(3).
       1 step-cnt          pic 9(2) value 0.
       1 step-idx          pic 9(2) value 0.
       1 scan-idx          pic 9(2) value 0.
       1 dep-idx           pic 9(2) value 0.
       1 dep-step          pic 9(2) value 0.
       1 restart-seq       pic 9(2) value 0.
       1 new-step-name     pic x(10) value spaces.
       1 new-step-program  pic x(14) value spaces.
       1 new-step-freq     pic x(1) value 'D'.
       1 new-step-style    pic x(1) value 'D'.
       1 new-step-deps     pic x(10) value "0000000000".
       1 step-parms.
        2 step-parm-length pic 9(4) usage comp.
        2 step-parm-values pic x(100).
       1 step-program      pic x(14) value spaces.
       1 step-rc           pic 9(3) value 0.
       1 call-failed       pic x(1) value 'N'.
       1 step-start        pic 9(14) value 0.
       1 step-end          pic 9(14) value 0.
       1 chain-id          pic 9(14) value 0.
       1 stepctl-status    pic x(2) value spaces.
       1 end-of-file-sw    pic x(1) value 'N'.
       1 run-ok            pic x(1) value 'Y'.
       1 prior-cnt         pic 9(5) value 0.
       1 ok-cnt            pic 9(2) value 0.
       1 warn-cnt          pic 9(2) value 0.
       1 fail-cnt          pic 9(2) value 0.
       1 skip-cnt          pic 9(2) value 0.
       1 notdue-cnt        pic 9(2) value 0.
       1 carried-cnt       pic 9(2) value 0.
       1 step-done         pic x(1) value 'N'.
       1 stop-step         pic x(10) value spaces.
       1 flyer-fmt         pic x(4) value "HTML".
       1 run-weekday       pic 9(1) value 0.
       1 rc-edit           pic ZZ9.
       1 cnt-edit          pic Z9.
       1 restart-parm      pic x(8) value spaces.
       1 restart-step      pic x(10) value spaces.
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
                 delimited by ',' into run-date-parm restart-parm
                    restart-step
           End-if
           If run-date-parm = spaces
              or run-date-parm = '00000000' then
              Move function current-date(1:8) to run-date
           Else
              Move run-date-parm to run-date
           End-if
           Compute run-date-int =
              function INTEGER-OF-DATE(run-date)
           Compute run-weekday =
              function mod(run-date-int - 1, 7) + 1
           Move function current-date(1:14) to chain-id
           Move function upper-case(restart-parm) to restart-parm
           Move function upper-case(restart-step) to restart-step

           Accept flyer-fmt from environment "FLYRFMT"
              on exception Move "HTML" to flyer-fmt
           End-accept

           Open output chain-log
           Initialize chain-log-rec
           String "cbl_chain - nightly batch chain for business date "
              function formatted-date("YYYY-MM-DD" run-date-int)
              " run " chain-id
              delimited by size into chain-log-rec
           Write chain-log-rec

           Perform define-chain-steps
           Perform check-restart-request
           If run-ok = 'Y' then
              Perform load-step-history
           End-if

           If run-ok = 'Y' then
              Open extend step-ctl
              If stepctl-status = '35' then
                 Open output step-ctl
              End-if
              If stepctl-status = '00' then
                 Close step-ctl
              Else
                 Move 'N' to run-ok
                 Initialize chain-log-rec
                 String "Step control file could not be opened - "
                    "status " stepctl-status " - no steps run"
                    delimited by size into chain-log-rec
                 Write chain-log-rec
              End-if
           End-if

           If run-ok = 'Y' then
              Perform varying step-idx from 1 by 1
                    until step-idx > step-cnt
                 Perform run-chain-step
              End-perform
              Perform write-chain-summary
           End-if

           If run-ok = 'N' then
              Initialize chain-log-rec
              Move "Chain NOT run - correct the problem and resubmit"
                 to chain-log-rec
              Write chain-log-rec
           End-if

           Close chain-log

           If run-ok = 'N' or fail-cnt > 0 or skip-cnt > 0 then
              Move 8 to return-code
           Else
              If warn-cnt > 0 then
                 Move 4 to return-code
              Else
                 Move 0 to return-code
              End-if
           End-if

           Goback.

       define-chain-steps.
           Move "PRODMAINT" to new-step-name
           Move "cbl_prodmaint" to new-step-program
           Move "0000000000" to new-step-deps
           Perform add-chain-step
           Move "SELLRATE" to new-step-name
           Move "cbl_sellrate" to new-step-program
           Move "0000000000" to new-step-deps
           Perform add-chain-step
           Move "EXCREPAIR" to new-step-name
           Move "cbl_excrepair" to new-step-program
           Move "0000000000" to new-step-deps
           Perform add-chain-step
           Move "INVVAR" to new-step-name
           Move "cbl_invvar" to new-step-program
           Move "0200000000" to new-step-deps
           Perform add-chain-step
           Move "PRICEAUDIT" to new-step-name
           Move "cbl_priceaudit" to new-step-program
           Move "0102000000" to new-step-deps
           Perform add-chain-step
           Move "TRANSFER" to new-step-name
           Move "cbl_transfer" to new-step-program
           Move "0102000000" to new-step-deps
           Perform add-chain-step
           Move "JSON" to new-step-name
           Move "cbl_json" to new-step-program
           Move 'J' to new-step-style
           Move "0102030406" to new-step-deps
           Perform add-chain-step
           Move "REORDER" to new-step-name
           Move "cbl_reorder" to new-step-program
           Move "0607000000" to new-step-deps
           Perform add-chain-step
           Move "WEBFEED" to new-step-name
           Move "cbl_webfeed" to new-step-program
           Move "0107000000" to new-step-deps
           Perform add-chain-step
           Move "DIST" to new-step-name
           Move "cbl_dist" to new-step-program
           Move "0700000000" to new-step-deps
           Perform add-chain-step
           Move "POSRECON" to new-step-name
           Move "cbl_posrecon" to new-step-program
           Move "1000000000" to new-step-deps
           Perform add-chain-step
           Move "GLPOST" to new-step-name
           Move "cbl_glpost" to new-step-program
           Move 'P' to new-step-style
           Move "0700000000" to new-step-deps
           Perform add-chain-step
           Move "RTVCLAIM" to new-step-name
           Move "cbl_rtvclaim" to new-step-program
           Move "0700000000" to new-step-deps
           Perform add-chain-step
           Move "MDEFFECT" to new-step-name
           Move "cbl_mdeffect" to new-step-program
           Move 'W' to new-step-freq
           Move "0700000000" to new-step-deps
           Perform add-chain-step
           Move "SHRINKRPT" to new-step-name
           Move "cbl_shrinkrpt" to new-step-program
           Move 'W' to new-step-freq
           Move "0700000000" to new-step-deps
           Perform add-chain-step
           Move "TREND" to new-step-name
           Move "cbl_trend" to new-step-program
           Move 'W' to new-step-freq
           Move "0700000000" to new-step-deps
           Perform add-chain-step
           Move "HOUSEKEEP" to new-step-name
           Move "cbl_housekeep" to new-step-program
           Move "0705141516" to new-step-deps
           Perform add-chain-step
           Move "OPSBOARD" to new-step-name
           Move "cbl_opsboard" to new-step-program
           Move 'A' to new-step-freq
           Move "0000000000" to new-step-deps
           Perform add-chain-step.

       add-chain-step.
           If step-cnt < max-steps then
              Add 1 to step-cnt
              Move new-step-name to sd-name(step-cnt)
              Move new-step-program to sd-program(step-cnt)
              Move new-step-freq to sd-freq(step-cnt)
              Move new-step-style to sd-style(step-cnt)
              Move new-step-deps to sd-deps(step-cnt)
              Move spaces to st-status(step-cnt)
              Move 0 to st-rc(step-cnt)
              Move 'N' to st-blocks(step-cnt)
              Move spaces to st-blocker(step-cnt)
              Move spaces to st-prior-status(step-cnt)
              Move 0 to st-prior-rc(step-cnt)
           End-if
           Move 'D' to new-step-freq
           Move 'D' to new-step-style.

       check-restart-request.
           If restart-parm not = spaces then
              If restart-parm not = "RESTART" then
                 Move 'N' to run-ok
                 Initialize chain-log-rec
                 String "Unknown option " function trim(restart-parm)
                    " - parm is date or date,RESTART,step"
                    delimited by size into chain-log-rec
                 Write chain-log-rec
              Else
                 Perform varying step-idx from 1 by 1
                       until step-idx > step-cnt or restart-seq > 0
                    If sd-name(step-idx) = restart-step then
                       Move step-idx to restart-seq
                    End-if
                 End-perform
                 If restart-seq = 0 then
                    Move 'N' to run-ok
                    Initialize chain-log-rec
                    String "Restart step " function trim(restart-step)
                       " is not a step of this chain"
                       delimited by size into chain-log-rec
                    Write chain-log-rec
                 Else
                    Initialize chain-log-rec
                    String "Restarting from step "
                       function trim(restart-step)
                       " - finished steps are not rerun"
                       delimited by size into chain-log-rec
                    Write chain-log-rec
                 End-if
              End-if
           End-if.

       load-step-history.
           Open input step-ctl
           If stepctl-status = '00' then
              Move 'N' to end-of-file-sw
              Perform until end-of-file-sw = 'Y'
                 Read step-ctl
                    at end Move 'Y' to end-of-file-sw
                    not at end
                       If sc-date = run-date then
                          Perform note-prior-step
                       End-if
                 End-read
              End-perform
              Close step-ctl
           Else
              If stepctl-status not = '35' then
                 Move 'N' to run-ok
                 Initialize chain-log-rec
                 String "Step control file could not be read - "
                    "status " stepctl-status
                    delimited by size into chain-log-rec
                 Write chain-log-rec
              End-if
           End-if
           If run-ok = 'Y' and restart-seq = 0 and prior-cnt > 0 then
              Move 'N' to run-ok
              Initialize chain-log-rec
              String "Chain has already run for this business date - "
                 "use RESTART,step to resume"
                 delimited by size into chain-log-rec
              Write chain-log-rec
           End-if.

       note-prior-step.
           Add 1 to prior-cnt
           Perform varying scan-idx from 1 by 1
                 until scan-idx > step-cnt
              If sd-name(scan-idx) = sc-step then
                 Move sc-status to st-prior-status(scan-idx)
                 Move sc-rc to st-prior-rc(scan-idx)
              End-if
           End-perform.

       run-chain-step.
           Move 'N' to step-done
           If restart-seq > 0 and step-idx not = restart-seq
              and sd-freq(step-idx) not = 'A' then
              If st-prior-status(step-idx) = "OK"
                 or st-prior-status(step-idx) = "WARNING"
                 or st-prior-status(step-idx) = "NOTDUE" then
                 Move 'Y' to step-done
              End-if
           End-if
           If restart-seq > 0 and step-idx < restart-seq then
              Move 'Y' to step-done
           End-if
           If step-done = 'Y' then
              Perform carry-forward-step
           Else
              If sd-freq(step-idx) = 'W'
                 and run-weekday not = weekly-run-day then
                 Move "NOTDUE" to st-status(step-idx)
                 Move 0 to st-rc(step-idx)
                 Add 1 to notdue-cnt
                 Move function current-date(1:14) to step-start
                 Move step-start to step-end
                 Perform write-step-control
              Else
                 Perform check-step-dependencies
                 If st-blocker(step-idx) not = spaces then
                    Perform skip-chain-step
                 Else
                    Perform call-chain-step
                 End-if
              End-if
           End-if.

       carry-forward-step.
           Add 1 to carried-cnt
           Move st-prior-status(step-idx) to st-status(step-idx)
           Move st-prior-rc(step-idx) to st-rc(step-idx)
           Initialize chain-log-rec
           If st-prior-status(step-idx) = "OK"
              or st-prior-status(step-idx) = "WARNING"
              or st-prior-status(step-idx) = "NOTDUE" then
              String "Step " sd-name(step-idx)
                 " finished earlier today ("
                 function trim(st-prior-status(step-idx))
                 ") - not rerun"
                 delimited by size into chain-log-rec
           Else
              Move 'Y' to st-blocks(step-idx)
              If st-prior-status(step-idx) = spaces then
                 Move "NOTRUN" to st-status(step-idx)
              End-if
              String "Step " sd-name(step-idx)
                 " did not finish earlier today ("
                 function trim(st-status(step-idx))
                 ") - steps that depend on it will not run"
                 delimited by size into chain-log-rec
           End-if
           Write chain-log-rec.

       check-step-dependencies.
           Move spaces to st-blocker(step-idx)
           Perform varying dep-idx from 1 by 1
                 until dep-idx > max-deps
                    or st-blocker(step-idx) not = spaces
              Move sd-dep(step-idx, dep-idx) to dep-step
              If dep-step > 0 and dep-step < step-idx then
                 If st-blocks(dep-step) = 'Y' then
                    Move sd-name(dep-step) to st-blocker(step-idx)
                 End-if
              End-if
           End-perform.

       skip-chain-step.
           Move "SKIPPED" to st-status(step-idx)
           Move 0 to st-rc(step-idx)
           Move 'Y' to st-blocks(step-idx)
           Add 1 to skip-cnt
           Move function current-date(1:14) to step-start
           Move step-start to step-end
           Perform write-step-control
           Initialize chain-log-rec
           String "Step " sd-name(step-idx) " SKIPPED - predecessor "
              function trim(st-blocker(step-idx)) " did not complete"
              delimited by size into chain-log-rec
           Write chain-log-rec.

       call-chain-step.
           Move spaces to step-parm-values
           Evaluate sd-style(step-idx)
              When 'J'
                 String function trim(flyer-fmt) "," run-date
                    delimited by size into step-parm-values
              When 'P'
                 String run-date ",POST"
                    delimited by size into step-parm-values
              When other
                 Move run-date to step-parm-values
           End-evaluate
           Compute step-parm-length =
              function length(function trim(step-parm-values))
           Move sd-program(step-idx) to step-program

           Move function current-date(1:14) to step-start
           Initialize chain-log-rec
           String "Step " sd-name(step-idx) " started  "
              step-start " " function trim(step-program)
              " parm " function trim(step-parm-values)
              delimited by size into chain-log-rec
           Write chain-log-rec

           Move 'N' to call-failed
           Move 0 to return-code
           Call step-program using step-parms
              on exception Move 'Y' to call-failed
           End-call
           If call-failed = 'Y' then
              Move 8 to step-rc
           Else
              If return-code < 0 then
                 Move 8 to step-rc
              Else
                 If return-code > 999 then
                    Move 999 to step-rc
                 Else
                    Move return-code to step-rc
                 End-if
              End-if
              Cancel step-program
           End-if
           Move 0 to return-code
           Move function current-date(1:14) to step-end

           Move step-rc to st-rc(step-idx)
           Evaluate true
              When step-rc not < 8
                 Move "FAILED" to st-status(step-idx)
                 Move 'Y' to st-blocks(step-idx)
                 Add 1 to fail-cnt
                 If stop-step = spaces then
                    Move sd-name(step-idx) to stop-step
                 End-if
              When step-rc not < 4
                 Move "WARNING" to st-status(step-idx)
                 Add 1 to warn-cnt
              When other
                 Move "OK" to st-status(step-idx)
                 Add 1 to ok-cnt
           End-evaluate
           Perform write-step-control

           Move step-rc to rc-edit
           Initialize chain-log-rec
           If call-failed = 'Y' then
              String "Step " sd-name(step-idx) " FAILED   "
                 step-end " program " function trim(step-program)
                 " could not be loaded"
                 delimited by size into chain-log-rec
           Else
              String "Step " sd-name(step-idx) " ended    "
                 step-end " rc " rc-edit " "
                 function trim(st-status(step-idx))
                 delimited by size into chain-log-rec
           End-if
           Write chain-log-rec
           If step-rc not < 8 then
              Initialize chain-log-rec
              String "OPERATOR ALERT: chain stopped at step "
                 function trim(sd-name(step-idx)) " rc " rc-edit
                 " - after the fix rerun with RESTART,"
                 function trim(sd-name(step-idx))
                 delimited by size into chain-log-rec
              Write chain-log-rec
              Display chain-log-rec(1:100) upon console
           End-if.

       write-step-control.
           Initialize step-ctl-rec
           Move run-date to sc-date
           Move step-idx to sc-seq
           Move sd-name(step-idx) to sc-step
           Move sd-program(step-idx) to sc-program
           Move step-start to sc-start
           Move step-end to sc-end
           Move st-rc(step-idx) to sc-rc
           Move st-status(step-idx) to sc-status
           Move st-blocker(step-idx) to sc-blocker
           Move chain-id to sc-chain-id
           Open extend step-ctl
           If stepctl-status = '00' then
              Write step-ctl-rec
              Close step-ctl
           Else
              Initialize chain-log-rec
              String "Step control record for " sd-name(step-idx)
                 " could not be written - status " stepctl-status
                 delimited by size into chain-log-rec
              Write chain-log-rec
           End-if.

       write-chain-summary.
           Initialize chain-log-rec
           Write chain-log-rec
           Move ok-cnt to cnt-edit
           Initialize chain-log-rec
           String "Steps completed:   " cnt-edit
              delimited by size into chain-log-rec
           Write chain-log-rec
           Move warn-cnt to cnt-edit
           Initialize chain-log-rec
           String "Steps with warning:" cnt-edit
              delimited by size into chain-log-rec
           Write chain-log-rec
           Move fail-cnt to cnt-edit
           Initialize chain-log-rec
           String "Steps failed:      " cnt-edit
              delimited by size into chain-log-rec
           Write chain-log-rec
           Move skip-cnt to cnt-edit
           Initialize chain-log-rec
           String "Steps skipped:     " cnt-edit
              delimited by size into chain-log-rec
           Write chain-log-rec
           Move notdue-cnt to cnt-edit
           Initialize chain-log-rec
           String "Steps not due:     " cnt-edit
              delimited by size into chain-log-rec
           Write chain-log-rec
           If carried-cnt > 0 then
              Move carried-cnt to cnt-edit
              Initialize chain-log-rec
              String "Steps not rerun:   " cnt-edit
                 delimited by size into chain-log-rec
              Write chain-log-rec
           End-if
           Initialize chain-log-rec
           If stop-step not = spaces then
              String "Chain stopped at step " function trim(stop-step)
                 delimited by size into chain-log-rec
           Else
              If skip-cnt > 0 then
                 Move "Chain incomplete - steps skipped after restart"
                    to chain-log-rec
              Else
                 Move "Chain completed" to chain-log-rec
              End-if
           End-if
           Write chain-log-rec.

       End program cbl_chain.
