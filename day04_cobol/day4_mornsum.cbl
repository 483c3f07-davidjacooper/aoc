           file status is reallrpt-status.
       Select MORNRPT assign to MORNRPT organization line sequential
           file status is mornrpt-status.
       Select JOBCTL assign to JOBCTL organization line sequential
           file status is jobctl-status.

       Data division.
           File section.
               Fd mornrpt.
               01 mornrpt-rec pic x(80).

               Fd jobctl.
               01 jobctl-rec pic x(94).

           Working-storage section.
               01 runaudit-status pic x(2).
               01 conflrpt-status pic x(2).
               01 deltarpt-status pic x(2).
               01 reallrpt-status pic x(2).
               01 mornrpt-status  pic x(2).
               01 jobctl-status   pic x(2).

               01 job-rc pic 9(4).

               01 runaudit-eof-sw pic x(1) value "N".
                   88 runaudit-at-eof value "Y".
               01 reallrpt-eof-sw pic x(1) value "N".
                   88 reallrpt-at-eof value "Y".

               01 jobctl-eof-sw pic x(1) value "N".
                   88 jobctl-at-eof value "Y".

               01 jobctl-line.
                   05 jc-step     pic x(8).
                   05 filler      pic x(1)  value space.
                   05 jc-date     pic x(8).
                   05 filler      pic x(1)  value space.
                   05 jc-rc       pic 9(4).
                   05 filler      pic x(1)  value space.
                   05 jc-state    pic x(8).
                   05 filler      pic x(1)  value space.
                   05 jc-run-date pic 9(8).
                   05 filler      pic x(1)  value space.
                   05 jc-run-time pic 9(8).
                   05 filler      pic x(1)  value space.
                   05 jc-dsn      pic x(44).

               01 jobctl-table.
                   05 jobctl-entry occurs 20 times.
                       10 jt-step  pic x(8).
                       10 jt-date  pic x(8).
                       10 jt-rc    pic x(4).
                       10 jt-state pic x(8).
               01 jobctl-count usage index.
               01 jobctl-limit pic 9(3) value 20.
               01 jobctl-ix    usage index.

               01 this-step   pic x(8) value "DAY4MSUM".
               01 chain-date  pic x(8) value spaces.
               01 lineage-rc  pic 9(4) value 0.
               01 step-wanted pic x(8).
               01 step-found-sw pic x(1).
                   88 step-was-found value "Y".
               01 step-ix    usage index.
               01 step-date  pic x(8).
               01 step-rc    pic x(4).
               01 step-state pic x(8).

               01 chain-step-names.
                   05 filler pic x(40)
                       value "DAY4PT1 DAY4REALDAY4RFIXDAY4MRGEDAY4DLTA".
               01 chain-step-list redefines chain-step-names.
                   05 chain-step pic x(8) occurs 5 times.
               01 chain-step-ix usage index.

               01 audit-line.
                   05 au-date    pic x(8).
                   05 filler     pic x(1).

               01 conflict-lines usage index.
               01 dblbook-sects  usage index.
               01 unqual-sects   usage index.
               01 reject-lines   usage index.
               01 alert-lines    usage index.
               01 realloc-made   usage index.
                   05 filler     pic x(9) value "VERDICT: ".
                   05 vd-text    pic x(40).

               01 job-steps-header.
                   05 filler  pic x(14) value "JOB STEPS FOR ".
                   05 jh-date pic x(8).

               01 job-step-line.
                   05 filler      pic x(2)  value spaces.
                   05 js-step     pic x(8).
                   05 filler      pic x(2)  value spaces.
                   05 js-state    pic x(8).
                   05 js-rc-label pic x(4).
                   05 js-rc       pic x(4).

       Procedure division.

            Accept run-date from date yyyymmdd

            Move 0 to conflict-lines
            Move 0 to dblbook-sects
            Move 0 to unqual-sects
            Move 0 to reject-lines
            Move 0 to alert-lines
            Move 0 to realloc-made
            Move 0 to run-pairs
            Move spaces to run-bus-date
            Move spaces to problem-area
            Move 0 to job-rc

            Perform Check-Job-Chain
            Perform Scan-Run-Audit
            If chain-date not = spaces
            and run-bus-date not = chain-date
                Display "RUN AUDIT IS FOR " run-bus-date
                    " - JOB CHAIN IS FOR " chain-date
                If lineage-rc < 24
                    Move 24 to lineage-rc
                End-If
            End-If
            If lineage-rc > 0
                Perform Open-Mornrpt
                Perform Write-Refused-Summary
                Close mornrpt
                Move lineage-rc to job-rc
                Perform Write-Job-Control
                Move job-rc to return-code
                Stop run
            End-If

            Perform Scan-Conflict-Report
            Perform Scan-Reject-Report
            Perform Scan-Alert-Report

            Perform Open-Mornrpt
            Perform Write-Summary
            Perform Write-Job-Steps
            Close mornrpt

            Perform Write-Job-Control
            Move job-rc to return-code

       Stop run.

       Open-Mornrpt.
                Open output mornrpt
            End-If.

       Check-Job-Chain.
            Perform Load-Job-Control
            Move "DAY4PT1 " to step-wanted
            Perform Find-Step-Record
            If not step-was-found
                Display "NO DAY4PT1 RECORD IN JOB CONTROL - "
                    "BUSINESS DATE UNKNOWN"
                Move 20 to lineage-rc
            Else
                Move step-date to chain-date
                If step-state not = "COMPLETE"
                    Display "DAY4PT1 DID NOT FINISH CLEANLY FOR "
                        chain-date " - " step-state " RC " step-rc
                    Move 20 to lineage-rc
                End-If
                Move "DAY4REAL" to step-wanted
                Perform Check-Predecessor
                Move "DAY4DLTA" to step-wanted
                Perform Check-Predecessor
            End-If.

       Load-Job-Control.
            Move 0 to jobctl-count
            Open input jobctl
            If jobctl-status = "00"
                Perform until jobctl-at-eof
                    Read jobctl into jobctl-line
                        At end
                            Set jobctl-at-eof to true
                        Not at end
                            Perform Store-Job-Control-Entry
                    End-Read
                End-Perform
                Close jobctl
            Else
                Display "JOB CONTROL NOT AVAILABLE"
            End-If.

       Store-Job-Control-Entry.
            Move jc-step to step-wanted
            Perform Find-Step-Record
            If not step-was-found and jobctl-count < jobctl-limit
                Add 1 to jobctl-count
                Move jobctl-count to step-ix
                Set step-was-found to true
            End-If
            If step-was-found
                Move jc-step to jt-step(step-ix)
                Move jc-date to jt-date(step-ix)
                Move jc-rc to jt-rc(step-ix)
                Move jc-state to jt-state(step-ix)
            End-If.

       Find-Step-Record.
            Move "N" to step-found-sw
            Perform Match-Step-Entry
                varying jobctl-ix from 1 by 1
                until jobctl-ix > jobctl-count or step-was-found.

       Match-Step-Entry.
            If jt-step(jobctl-ix) = step-wanted
                Set step-was-found to true
                Move jobctl-ix to step-ix
                Move jt-date(jobctl-ix) to step-date
                Move jt-rc(jobctl-ix) to step-rc
                Move jt-state(jobctl-ix) to step-state
            End-If.

       Check-Predecessor.
            Perform Find-Step-Record
            If not step-was-found or step-date not = chain-date
                Display step-wanted " HAS NOT RUN FOR BUSINESS DATE "
                    chain-date
                If lineage-rc < 24
                    Move 24 to lineage-rc
                End-If
            Else
            If step-state not = "COMPLETE"
                Display step-wanted " DID NOT FINISH CLEANLY - "
                    step-state " RC " step-rc
                If lineage-rc < 20
                    Move 20 to lineage-rc
                End-If
            End-If
            End-If.

       Write-Job-Control.
            Move spaces to jobctl-line
            Move this-step to jc-step
            Move chain-date to jc-date
            Move job-rc to jc-rc
            If lineage-rc > 0
                Move "REFUSED " to jc-state
            Else
            If job-rc >= 16
                Move "FAILED  " to jc-state
            Else
                Move "COMPLETE" to jc-state
            End-If
            End-If
            Accept jc-run-date from date yyyymmdd
            Accept jc-run-time from time
            Open extend jobctl
            If jobctl-status not = "00"
                Open output jobctl
            End-If
            Write jobctl-rec from jobctl-line
            Close jobctl.

       Write-Refused-Summary.
            If chain-date not = spaces
                Move chain-date to rh-date
            Else
                Move run-bus-date to rh-date
            End-If
            Write mornrpt-rec from report-header
            Move lineage-rc to oc-rc
            Move "JOB CHAIN INCOMPLETE" to oc-remark
            Write mornrpt-rec from outcome-line
            Perform Write-Job-Steps
            Move "CHAIN INCOMPLETE - SEE JOB STEPS" to vd-text
            Write mornrpt-rec from verdict-line
            Display "VERDICT: " vd-text.

       Write-Job-Steps.
            Move chain-date to jh-date
            Write mornrpt-rec from job-steps-header
            Perform Write-Job-Step-Line
                varying chain-step-ix from 1 by 1
                until chain-step-ix > 5.

       Write-Job-Step-Line.
            Move chain-step(chain-step-ix) to step-wanted
            Perform Find-Step-Record
            Move step-wanted to js-step
            If step-was-found and step-date = chain-date
                Move step-state to js-state
                Move " RC " to js-rc-label
                Move step-rc to js-rc
            Else
                Move "NOT RUN " to js-state
                Move spaces to js-rc-label
                Move spaces to js-rc
            End-If
            Write mornrpt-rec from job-step-line.

       Scan-Run-Audit.
            Open input runaudit
            If runaudit-status = "00"
                        At end
                            Set runaudit-at-eof to true
                        Not at end
                            If au-mode not = "AMEND  "
                            and au-mode not = "REFUSED"
                                Move au-type to last-rec-type
                                Move au-date to last-rec-date
                                If au-type = "END  "
                                    Set end-was-found to true
                                    Move au-date to run-bus-date
                                    Move au-status(4:4) to run-rc-x
                                    If run-rc-x is numeric
                                        Move run-rc-x to run-rc
                                    Else
                                        Move 9999 to run-rc
                                    End-If
                                    If au-lines is numeric
                                        Move au-lines to run-lines
                                    End-If
                                    If au-rejects is numeric
                                        Move au-rejects to run-rejects
                                    End-If
                                    If au-pairs is numeric
                                        Move au-pairs to run-pairs
                                    End-If
                                End-If
                            End-If
                    End-Read
                            If conflrpt-rec(1:8) = "SECTION "
                                Add 1 to dblbook-sects
                            End-If
                            If conflrpt-rec(1:12) = "UNQUAL LINE "
                                Add 1 to unqual-sects
                            End-If
                    End-Read
                End-Perform
                Close conflrpt
                            If reallrpt-rec(1:5) = "LINE "
                                If reallrpt-rec(108:15)
                                        = "NO FREE STRETCH"
                                or reallrpt-rec(108:12)
                                        = "CREW UNAVAIL"
                                or reallrpt-rec(108:16)
                                        = "CREW UNQUALIFIED"
                                    Add 1 to realloc-left
                                Else
                                    Add 1 to realloc-made
            Move "DOUBLE-BOOKED SECTIONS:   " to cn-label
            Move dblbook-sects to cn-value
            Write mornrpt-rec from count-line
            Move "UNQUALIFIED ASSIGNMENTS:  " to cn-label
            Move unqual-sects to cn-value
            Write mornrpt-rec from count-line
            Move "THRESHOLD ALERTS:         " to cn-label
            Move alert-lines to cn-value
            Write mornrpt-rec from count-line
                    to vd-text
            Else
            If conflict-lines > 0 or dblbook-sects > 0
            or unqual-sects > 0
                Move "CHECK CONFLRPT FIRST" to vd-text
            Else
            If reject-lines > 0
