           file status is newrostr-status.
       Select MRGERPT assign to MRGERPT organization line sequential
           file status is mrgerpt-status.
       Select MRGEREL assign to MRGEREL organization line sequential
           file status is mrgerel-status.
       Select SECTMAST assign to SECTMAST organization indexed
           access mode dynamic record key is sectmast-key
           file status is sectmast-status.
       Select JOBCTL assign to JOBCTL organization line sequential
           file status is jobctl-status.

       Data division.
           File section.
               Fd mrgerpt.
               01 mrgerpt-rec pic x(115).

               Fd mrgerel.
               01 mrgerel-rec pic x(42).

               Fd sectmast.
               01 sectmast-rec.
                   05 sectmast-key pic 9(3).
                   05 filler       pic x(36).

               Fd jobctl.
               01 jobctl-rec pic x(94).

           Working-storage section.
               01 rostrin-status  pic x(2).
               01 supprost-status pic x(2).
               01 newrostr-status pic x(2).
               01 mrgerpt-status  pic x(2).
               01 mrgerel-status  pic x(2).
               01 sectmast-status pic x(2).
               01 jobctl-status   pic x(2).

               01 rostrin-eof-sw pic x(1) value "N".
                   88 rostrin-at-eof value "Y".
               01 sectmast-loaded-sw pic x(1) value "N".
                   88 sectmast-is-loaded value "Y".

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

               01 this-step   pic x(8) value "DAY4MRGE".
               01 chain-date  pic x(8) value spaces.
               01 lineage-rc  pic 9(4) value 0.
               01 step-wanted pic x(8).
               01 step-found-sw pic x(1).
                   88 step-was-found value "Y".
               01 step-ix    usage index.
               01 step-date  pic x(8).
               01 step-rc    pic x(4).
               01 step-state pic x(8).

               01 sectmast-line.
                   05 sm-number pic 9(3).
                   05 filler    pic x(1).
               01 out-count      pic 9(9).
               01 out-hash       pic 9(9).
               01 job-rc         pic 9(4).
               01 business-date  pic x(8) value spaces.

               01 rev-table.
                   05 rev-entry occurs 2000 times.
                   05 filler     pic x(3)  value spaces.
                   05 mc-kind    pic x(30).

               01 release-line.
                   05 rl-date   pic x(8).
                   05 filler    pic x(1) value space.
                   05 rl-rc     pic 9(4).
                   05 filler    pic x(1) value space.
                   05 rl-count  pic 9(9).
                   05 filler    pic x(1) value space.
                   05 rl-hash   pic 9(9).
                   05 filler    pic x(1) value space.
                   05 rl-status pic x(8).

               01 dbl-section-line.
                   05 filler    pic x(8)  value "SECTION ".
                   05 ds-number pic 9(3).
            Move 0 to claim-count
            Move 0 to job-rc

            Perform Check-Job-Chain
            Perform Check-Roster-Date
            If lineage-rc > 0
                Display "MERGE REFUSED - ROSTER WITHHELD"
                Open output newrostr
                Close newrostr
                Perform Open-Mrgerpt
                Close mrgerpt
                Move lineage-rc to job-rc
                Perform Write-Release-Control
                Perform Write-Job-Control
                Move job-rc to return-code
                Stop run
            End-If

            Perform Load-Section-Master
            Perform Load-Revised-Roster
            Perform Load-Supplemental-Roster
                                Continue
                            Else
                            If packed-line(1:4) = "HDR,"
                                Move packed-line(5:8) to business-date
                                Write newrostr-rec from rostrin-rec
                            Else
                                Add 1 to lines-read
                Move 8 to job-rc
            End-If

            Perform Write-Release-Control

            Close newrostr
            Close mrgerpt

            Perform Write-Job-Control
            Move job-rc to return-code

       Stop run.
                Open output mrgerpt
            End-If.

       Write-Release-Control.
            Open output mrgerel
            If mrgerel-status not = "00"
                Display "RELEASE CONTROL NOT WRITABLE - "
                    "ROSTER WITHHELD"
                If job-rc < 8
                    Move 8 to job-rc
                End-If
            Else
                Move business-date to rl-date
                Move job-rc to rl-rc
                Move out-count to rl-count
                Move out-hash to rl-hash
                If job-rc < 8
                    Move "RELEASED" to rl-status
                Else
                    Move "WITHHELD" to rl-status
                End-If
                Write mrgerel-rec from release-line
                Close mrgerel
                Display "ROSTER STATUS:        " rl-status
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
                Move "DAY4RFIX" to step-wanted
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

       Check-Roster-Date.
            Open input rostrin
            If rostrin-status = "00"
                Read rostrin
                    At end
                        Continue
                    Not at end
                        Move rostrin-rec to work-line
                        Perform Pack-Work-Line
                        If packed-line(1:4) = "HDR,"
                            Move packed-line(5:8) to business-date
                        End-If
                End-Read
                Close rostrin
            End-If
            If chain-date not = spaces
            and business-date not = spaces
            and business-date not = chain-date
                Display "ORIGINAL ROSTER DATED " business-date
                    " - JOB CHAIN IS FOR " chain-date
                If lineage-rc < 24
                    Move 24 to lineage-rc
                End-If
            End-If.

       Load-Section-Master.
            Move spaces to section-table
            Open input sectmast
            If sectmast-status = "00"
                Perform until sectmast-at-eof
                    Read sectmast next record into sectmast-line
                        At end
                            Set sectmast-at-eof to true
                        Not at end
