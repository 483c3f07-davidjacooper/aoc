           file status is deltaprv-status.
       Select DELTARPT assign to DELTARPT organization line sequential
           file status is deltarpt-status.
       Select JOBCTL assign to JOBCTL organization line sequential
           file status is jobctl-status.

       Data division.
           File section.
               Fd deltarpt.
               01 deltarpt-rec pic x(198).

               Fd jobctl.
               01 jobctl-rec pic x(94).

           Working-storage section.
               01 conflprv-status pic x(2).
               01 conflcur-status pic x(2).
               01 deltaprv-status pic x(2).
               01 deltarpt-status pic x(2).
               01 jobctl-status   pic x(2).

               01 job-rc pic 9(4).

               01 conflprv-eof-sw pic x(1) value "N".
                   88 conflprv-at-eof value "Y".
               01 deltaprv-eof-sw pic x(1) value "N".
                   88 deltaprv-at-eof value "Y".

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

               01 this-step   pic x(8) value "DAY4DLTA".
               01 chain-date  pic x(8) value spaces.
               01 lineage-rc  pic 9(4) value 0.
               01 step-wanted pic x(8).
               01 step-found-sw pic x(1).
                   88 step-was-found value "Y".
               01 step-ix    usage index.
               01 step-date  pic x(8).
               01 step-rc    pic x(4).
               01 step-state pic x(8).

               01 in-record pic x(185).

               01 in-conflict-line redefines in-record.
            Move 0 to persist-count
            Move 0 to age-count
            Move 0 to resolved-count
            Move 0 to job-rc

            Perform Check-Job-Chain
            If lineage-rc > 0
                Display "CONFLICT DELTA REFUSED - "
                    "PREVIOUS DELTA CARRIED FORWARD"
                Perform Carry-Previous-Delta
                Move lineage-rc to job-rc
                Perform Write-Job-Control
                Move job-rc to return-code
                Stop run
            End-If

            Perform Load-Previous-Conflicts
            Perform Load-Previous-Ages

            Close deltarpt

            Perform Write-Job-Control
            Move job-rc to return-code

       Stop run.

       Open-Deltarpt.
                Open output deltarpt
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

       Carry-Previous-Delta.
            Perform Open-Deltarpt
            Open input deltaprv
            If deltaprv-status = "00"
                Perform until deltaprv-at-eof
                    Read deltaprv
                        At end
                            Set deltaprv-at-eof to true
                        Not at end
                            Write deltarpt-rec from deltaprv-rec
                    End-Read
                End-Perform
                Close deltaprv
            End-If
            Close deltarpt.

       Load-Previous-Conflicts.
            Open input conflprv
            If conflprv-status = "00"
