       File-control.
       Select ALLOCIN assign to ALLOCIN organization line sequential
           file status is allocin-status.
       Select SECTMAST assign to SECTMAST organization indexed
           access mode dynamic record key is sectmast-key
           file status is sectmast-status.
       Select REVROSTR assign to REVROSTR organization line sequential
           file status is revrostr-status.
           file status is supvqout-status.
       Select SUPVWRK assign to SUPVWRK organization line sequential
           file status is supvwrk-status.
       Select CREWAVL assign to CREWAVL organization line sequential
           file status is crewavl-status.
       Select SECTOUT assign to SECTOUT organization line sequential
           file status is sectout-status.
       Select CREWQUAL assign to CREWQUAL organization indexed
           access mode random record key is crewqual-key
           file status is crewqual-status.
       Select JOBCTL assign to JOBCTL organization line sequential
           file status is jobctl-status.

       Data division.
           File section.
               01 allocin-rec pic x(40).

               Fd sectmast.
               01 sectmast-rec.
                   05 sectmast-key pic 9(3).
                   05 filler       pic x(36).

               Fd revrostr.
               01 revrostr-rec pic x(26).
               01 reallrpt-rec pic x(125).

               Fd supvqin.
               01 supvqin-rec pic x(64).

               Fd supvres.
               01 supvres-rec pic x(21).

               Fd supvqout.
               01 supvqout-rec pic x(64).

               Fd supvwrk.
               01 supvwrk-rec pic x(140).

               Fd crewavl.
               01 crewavl-rec pic x(33).

               Fd sectout.
               01 sectout-rec pic x(32).

               Fd crewqual.
               01 crewqual-rec.
                   05 crewqual-key pic x(12).
                   05 filler       pic x(9).

               Fd jobctl.
               01 jobctl-rec pic x(94).

           Working-storage section.
               01 allocin-status  pic x(2).
               01 supvres-status  pic x(2).
               01 supvqout-status pic x(2).
               01 supvwrk-status  pic x(2).
               01 crewavl-status  pic x(2).
               01 sectout-status  pic x(2).
               01 crewqual-status pic x(2).
               01 jobctl-status   pic x(2).

               01 job-rc pic 9(4).
               01 stale-alloc-count usage index.

               01 read-count  usage index.
               01 withdrawn-count usage index.
               01 withdraw-crew  pic x(8).
               01 withdraw-shift pic x(1).
               01 fix-count   usage index.
               01 nofix-count usage index.
               01 revised-count pic 9(9).
               01 allocin-eof-sw pic x(1) value "N".
                   88 allocin-at-eof value "Y".

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

               01 this-step   pic x(8) value "DAY4REAL".
               01 chain-date  pic x(8) value spaces.
               01 lineage-rc  pic 9(4) value 0.
               01 step-wanted pic x(8).
               01 step-found-sw pic x(1).
                   88 step-was-found value "Y".
               01 step-ix    usage index.
               01 step-date  pic x(8).
               01 step-rc    pic x(4).
               01 step-state pic x(8).

               01 sectmast-eof-sw pic x(1) value "N".
                   88 sectmast-at-eof value "Y".

                   05 sm-flag   pic x(1).
                   05 filler    pic x(1).
                   05 sm-cap    pic x(2).
                   05 filler    pic x(1).
                   05 sm-qual   pic x(4).

               01 section-table.
                   05 section-entry occurs 999 times.
                           88 se-is-retired value "R".
                           88 se-is-known   value "A" "R".
                       10 se-cap  pic 9(2).
                       10 se-qual pic x(4).

               01 cell-capacity pic 9(5).

               01 crewqual-open-sw pic x(1) value "N".
                   88 crewqual-is-open value "Y".

               01 crewqual-line.
                   05 cq-crew    pic x(8).
                   05 cq-qual    pic x(4).
                   05 filler     pic x(1).
                   05 cq-expiry  pic x(8).

               01 qual-held-code pic x(4).
               01 qual-held-sw   pic x(1).
                   88 qual-is-held value "Y".

               01 crewavl-eof-sw pic x(1) value "N".
                   88 crewavl-at-eof value "Y".

               01 crewavl-line.
                   05 av-crew   pic x(8).
                   05 filler    pic x(1).
                   05 av-from   pic x(8).
                   05 filler    pic x(1).
                   05 av-to     pic x(8).
                   05 filler    pic x(1).
                   05 av-shift  pic x(1).
                   05 filler    pic x(1).
                   05 av-reason pic x(4).

               01 absence-table.
                   05 absence-entry occurs 5000 times.
                       10 ab-crew   pic x(8).
                       10 ab-shift  pic x(1).
                       10 ab-reason pic x(4).
               01 absence-count usage index.
               01 absence-limit pic 9(5) value 5000.
               01 absence-ix    usage index.

               01 absence-overflow-sw pic x(1) value "N".
                   88 absences-overflowed value "Y".

               01 absent-sw pic x(1).
                   88 crew-is-absent value "Y".
               01 absent-reason pic x(4).

               01 sectout-eof-sw pic x(1) value "N".
                   88 sectout-at-eof value "Y".

               01 sectout-line.
                   05 so-lo     pic x(3).
                   05 filler    pic x(1).
                   05 so-hi     pic x(3).
                   05 filler    pic x(1).
                   05 so-from   pic x(8).
                   05 filler    pic x(1).
                   05 so-to     pic x(8).
                   05 filler    pic x(1).
                   05 so-shift  pic x(1).
                   05 filler    pic x(1).
                   05 so-reason pic x(4).

               01 closure-table.
                   05 closure-shift occurs 9 times.
                       10 closed-cell occurs 999 times pic x(1).
               01 outage-lo    pic 9(3).
               01 outage-hi    pic 9(3).
               01 outage-shift usage index.

               01 alloc-table.
                   05 alloc-saved occurs 2000 times.
                       10 as-rec pic x(40).
                   05 al-kind     pic x(1).
                       88 al-is-contained value "C".
                       88 al-is-partial   value "P".
                       88 al-is-unqualified value "Q".
                       88 al-is-withdrawn   value "X".
                   05 al-reassign pic x(1).
                       88 al-needs-reassign value "Y".
                   05 al-shift    pic x(1).
                   05 al-date     pic x(8).

               01 s1 pic 9(3).
               01 e1 pic 9(3).
                   88 cand-is-ok value "Y".

               01 fix-note pic x(18).
               01 item-note pic x(16).

               01 run-date   pic 9(8).
               01 run-serial pic 9(9).
               01 business-date pic 9(8).

               01 ds-date pic 9(8).
               01 ds-work.
                   05 sq-line-no    pic 9(9).
                   05 filler        pic x(1) value space.
                   05 sq-ranges     pic x(15).
                   05 filler        pic x(1) value space.
                   05 sq-note       pic x(16).

               01 resol-line.
                   05 rs-crew   pic x(8).
                       10 qe-shift      pic 9(1).
                       10 qe-line-no    pic 9(9).
                       10 qe-ranges     pic x(15).
                       10 qe-note       pic x(16).
                       10 qe-drop-sw    pic x(1).
                           88 qe-is-dropped value "Y".
               01 queue-count usage index.
                   05 hold-qe-shift      pic 9(1).
                   05 hold-qe-line-no    pic 9(9).
                   05 hold-qe-ranges     pic x(15).
                   05 hold-qe-note       pic x(16).
                   05 hold-qe-drop-sw    pic x(1).

               01 carried-count   usage index.
                   05 filler      pic x(5)  value "AGE= ".
                   05 wk-age      pic zzz9.
                   05 filler      pic x(5)  value " DAYS".
                   05 filler      pic x(2)  value spaces.
                   05 filler      pic x(6)  value "NOTE= ".
                   05 wk-note     pic x(16).

               01 revised-line.
                   05 rv-crew pic x(8).
            Move ds-serial to run-serial

            Move 0 to read-count
            Move 0 to withdrawn-count
            Move 0 to fix-count
            Move 0 to nofix-count
            Move 0 to revised-count
            Move 0 to resolved-count
            Move 0 to assigned-count
            Move 0 to worklist-count
            Move 0 to absence-count
            Move zeros to occupancy-table
            Move 0 to job-rc

            Perform Check-Job-Chain
            If lineage-rc = 0
                Perform Check-Allocation-Dates
            End-If
            If lineage-rc > 0
                Display "REASSIGNMENT REFUSED - "
                    "SUPERVISOR QUEUE CARRIED FORWARD"
                Perform Load-Supv-Queue
                Perform Open-Revrostr
                Perform Open-Reallrpt
                Perform Open-Supvwrk
                Perform Write-Supv-Queue
                Perform Write-Worklist-Report
                Close revrostr
                Close reallrpt
                Close supvwrk
                Move lineage-rc to job-rc
                Perform Write-Job-Control
                Move job-rc to return-code
                Stop run
            End-If

            Move chain-date to business-date

            Perform Load-Section-Master
            Perform Open-Crew-Qualifications
            Perform Load-Crew-Availability
            Perform Load-Section-Outages
            Perform Load-Supv-Queue
            Perform Apply-Resolutions
            Perform Load-Allocations
                Display "ALLOCATION TABLE FULL - "
                    "EXCESS RECORDS NOT PROCESSED"
            End-If
            If absences-overflowed
                Display "CREW AVAILABILITY TABLE FULL - "
                    "AVAILABILITY CHECK IS PARTIAL"
            End-If

            Perform Sort-Supv-Queue
            Perform Write-Supv-Queue
            End-If

            Display "ALLOCATIONS READ:     " read-count
            Display "ALLOCATIONS WITHDRAWN:" withdrawn-count
            Display "REASSIGNMENTS MADE:   " fix-count
            Display "LEFT FOR SUPERVISOR:  " nofix-count
            Display "WORKLIST CARRIED IN:  " carried-count
            Close revrostr
            Close reallrpt
            Close supvwrk
            If crewqual-is-open
                Close crewqual
            End-If

            Perform Write-Job-Control
            Move job-rc to return-code

       Stop run.

            Open input sectmast
            If sectmast-status = "00"
                Perform until sectmast-at-eof
                    Read sectmast next record into sectmast-line
                        At end
                            Set sectmast-at-eof to true
                        Not at end
                            If sm-number is numeric and sm-number > 0
                                Move sm-name to se-name(sm-number)
                                Move sm-flag to se-flag(sm-number)
                                Move sm-qual to se-qual(sm-number)
                                If sm-cap is numeric
                                and sm-cap not = "00"
                                    Move sm-cap
                    "ALL SECTIONS TREATED AS ACTIVE"
            End-If.

       Load-Crew-Availability.
            Open input crewavl
            If crewavl-status = "00"
                Perform until crewavl-at-eof
                    Read crewavl into crewavl-line
                        At end
                            Set crewavl-at-eof to true
                        Not at end
                            Perform Store-Crew-Absence
                    End-Read
                End-Perform
                Close crewavl
            Else
                Display "CREW AVAILABILITY NOT AVAILABLE - "
                    "ALL CREWS TREATED AS AVAILABLE"
            End-If.

       Store-Crew-Absence.
            If av-crew not = spaces
            and av-from is numeric and av-to is numeric
            and (av-shift = space or av-shift = "*"
                 or (av-shift >= "1" and av-shift <= "9"))
                If av-from <= business-date
                and av-to >= business-date
                    If absence-count < absence-limit
                        Add 1 to absence-count
                        Move av-crew to ab-crew(absence-count)
                        Move av-shift to ab-shift(absence-count)
                        Move av-reason to ab-reason(absence-count)
                    Else
                        Set absences-overflowed to true
                    End-If
                End-If
            Else
                If crewavl-line not = spaces
                    Display "AVAILABILITY RECORD IGNORED: "
                        crewavl-line
                End-If
            End-If.

       Check-Crew-Availability.
            Move "N" to absent-sw
            Move spaces to absent-reason
            Perform Find-Crew-Absence
                varying absence-ix from 1 by 1
                until absence-ix > absence-count
                or crew-is-absent.

       Find-Crew-Absence.
            If ab-crew(absence-ix) = al-crew
            and (ab-shift(absence-ix) = space
                 or ab-shift(absence-ix) = "*"
                 or ab-shift(absence-ix) = al-shift)
                Set crew-is-absent to true
                Move ab-reason(absence-ix) to absent-reason
            End-If.

       Load-Section-Outages.
            Move spaces to closure-table
            Open input sectout
            If sectout-status = "00"
                Perform until sectout-at-eof
                    Read sectout into sectout-line
                        At end
                            Set sectout-at-eof to true
                        Not at end
                            Perform Store-Section-Outage
                    End-Read
                End-Perform
                Close sectout
            Else
                Display "SECTION OUTAGES NOT AVAILABLE - "
                    "NO SECTIONS TREATED AS CLOSED"
            End-If.

       Store-Section-Outage.
            If so-lo is numeric and so-hi is numeric
            and so-from is numeric and so-to is numeric
            and (so-shift = space or so-shift = "*"
                 or (so-shift >= "1" and so-shift <= "9"))
                If so-from <= business-date
                and so-to >= business-date
                    If so-lo <= so-hi
                        Move so-lo to outage-lo
                        Move so-hi to outage-hi
                    Else
                        Move so-hi to outage-lo
                        Move so-lo to outage-hi
                    End-If
                    If outage-lo < 1
                        Move 1 to outage-lo
                    End-If
                    Perform Mark-Closed-Cell
                        varying cell-ix from outage-lo by 1
                        until cell-ix > outage-hi
                End-If
            Else
                If sectout-line not = spaces
                    Display "OUTAGE RECORD IGNORED: " sectout-line
                End-If
            End-If.

       Mark-Closed-Cell.
            If so-shift = space or so-shift = "*"
                Perform Mark-Closed-Shift-Cell
                    varying outage-shift from 1 by 1
                    until outage-shift > 9
            Else
                Move so-shift to shift-num
                Move "Y" to closed-cell(shift-num, cell-ix)
            End-If.

       Mark-Closed-Shift-Cell.
            Move "Y" to closed-cell(outage-shift, cell-ix).

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

       Check-Allocation-Dates.
            Move 0 to stale-alloc-count
            Open input allocin
            If allocin-status = "00"
                Perform until allocin-at-eof
                    Read allocin into alloc-line
                        At end
                            Set allocin-at-eof to true
                        Not at end
                            If al-date not = chain-date
                                Add 1 to stale-alloc-count
                            End-If
                    End-Read
                End-Perform
                Close allocin
                Move "N" to allocin-eof-sw
            End-If
            If stale-alloc-count > 0
                Display "ALLOCATION FEED HAS " stale-alloc-count
                    " RECORDS NOT DATED " chain-date
                If lineage-rc < 24
                    Move 24 to lineage-rc
                End-If
            End-If.

       Load-Allocations.
            Open input allocin
            If allocin-status = "00"
            End-If.

       Store-Allocation.
            If al-is-withdrawn
                Move al-crew to withdraw-crew
                Move al-shift to withdraw-shift
                Perform Withdraw-Allocation
                    varying alloc-ix from 1 by 1
                    until alloc-ix > alloc-count
            Else
            If alloc-count < alloc-limit
                Add 1 to alloc-count
                Move alloc-line to as-rec(alloc-count)
                Perform Set-Shift-Number
                Perform Normalize-Ranges
                Perform Check-Crew-Availability
                If not crew-is-absent and not al-is-unqualified
                    Perform Mark-Occupied-Cell
                        varying cell-ix from s1 by 1 until cell-ix > e1
                    Perform Mark-Occupied-Cell
                        varying cell-ix from s2 by 1 until cell-ix > e2
                End-If
            Else
                Set allocs-overflowed to true
            End-If
            End-If.

       Withdraw-Allocation.
            Move as-rec(alloc-ix) to alloc-line
            If al-crew = withdraw-crew and al-shift = withdraw-shift
            and not al-is-withdrawn
                Perform Set-Shift-Number
                Perform Normalize-Ranges
                Perform Check-Crew-Availability
                If not crew-is-absent and not al-is-unqualified
                    Perform Clear-Occupied-Cell
                        varying cell-ix from s1 by 1 until cell-ix > e1
                    Perform Clear-Occupied-Cell
                        varying cell-ix from s2 by 1 until cell-ix > e2
                End-If
                Move "X" to al-kind
                Move "N" to al-reassign
                Move alloc-line to as-rec(alloc-ix)
                Add 1 to withdrawn-count
            End-If.

       Set-Shift-Number.
                End-If
            End-If.

       Clear-Occupied-Cell.
            If cell-ix >= 1 and cell-ix <= 999
                If occ-cell(shift-num, cell-ix) > 0
                    Subtract 1 from occ-cell(shift-num, cell-ix)
                End-If
            End-If.

       Process-Saved-Allocation.
            Move as-rec(alloc-ix) to alloc-line
            Perform Process-Allocation.
                Perform Set-Shift-Number
                Perform Normalize-Ranges
                Move spaces to fix-note
                Move spaces to qual-held-code
                Perform Check-Crew-Availability
                If crew-is-absent
                    Perform Refer-Unavailable-Crew
                Else
                If al-is-unqualified
                    Perform Refer-Unqualified-Crew
                Else
                If al-is-contained
                    Perform Relocate-Contained
                Else
                    Perform Trim-Partial
                End-If
                Perform Write-Revised
                End-If
                End-If
                Perform Write-Proposal
            End-If.

       Refer-Unavailable-Crew.
            Move s1 to new-s1
            Move e1 to new-e1
            Move s2 to new-s2
            Move e2 to new-e2
            Move spaces to fix-note
            Move "CREW UNAVAIL" to fix-note(1:12)
            Move absent-reason to fix-note(14:4)
            Move spaces to item-note
            Move "UNAVAILABLE" to item-note(1:11)
            Move absent-reason to item-note(13:4)
            Add 1 to nofix-count
            Perform Add-Worklist-Item.

       Refer-Unqualified-Crew.
            Move s1 to new-s1
            Move e1 to new-e1
            Move s2 to new-s2
            Move e2 to new-e2
            Move "CREW UNQUALIFIED" to fix-note
            Move "CREW UNQUALIFIED" to item-note
            Add 1 to nofix-count
            Perform Add-Worklist-Item.

       Open-Crew-Qualifications.
            Open input crewqual
            If crewqual-status = "00"
                Set crewqual-is-open to true
            Else
                Display "CREW QUALIFICATIONS NOT AVAILABLE - "
                    "NO RELOCATION INTO QUALIFIED SECTIONS"
            End-If.

       Check-Cell-Qualification.
            If se-qual(cell-ix) not = qual-held-code
                Move se-qual(cell-ix) to qual-held-code
                Move "N" to qual-held-sw
                If crewqual-is-open
                    Move al-crew to crewqual-key(1:8)
                    Move qual-held-code to crewqual-key(9:4)
                    Read crewqual into crewqual-line
                        Invalid key
                            Continue
                        Not invalid key
                            If cq-expiry is numeric
                            and cq-expiry not = zeros
                            and cq-expiry < business-date
                                Continue
                            Else
                                Set qual-is-held to true
                            End-If
                    End-Read
                End-If
            End-If
            If not qual-is-held
                Move "N" to cand-ok-sw
            End-If.

       Normalize-Ranges.
            Move al-start1 to s1
            Move al-end1   to e1
                    Move s2 to new-s2
                    Move e2 to new-e2
                    Move "NO FREE STRETCH" to fix-note
                    Move "NO FREE STRETCH" to item-note
                    Add 1 to nofix-count
                    Perform Add-Worklist-Item
                End-If
                    Move s1 to new-s1
                    Move e1 to new-e1
                    Move "NO FREE STRETCH" to fix-note
                    Move "NO FREE STRETCH" to item-note
                    Add 1 to nofix-count
                    Perform Add-Worklist-Item
                End-If
            If sectmast-is-loaded
            and not se-is-active(cell-ix)
                Move "N" to cand-ok-sw
            End-If
            If closed-cell(shift-num, cell-ix) = "Y"
                Move "N" to cand-ok-sw
            End-If
            If cand-is-ok and sectmast-is-loaded
            and se-qual(cell-ix) not = spaces
                Perform Check-Cell-Qualification
            End-If.

       Take-Candidate.
            Move shift-num to pr-shift
            If al-is-contained
                Move "CONTAINED" to pr-kind
            Else
            If al-is-unqualified
                Move "UNQUAL   " to pr-kind
            Else
                Move "PARTIAL  " to pr-kind
            End-If
            End-If
            Move s1 to ri-s1
            Move e1 to ri-e1
            Move s2 to ri-s2
                    Move sq-shift to qe-shift(queue-count)
                    Move sq-line-no to qe-line-no(queue-count)
                    Move sq-ranges to qe-ranges(queue-count)
                    If sq-note = spaces
                        Move "NO FREE STRETCH" to qe-note(queue-count)
                    Else
                        Move sq-note to qe-note(queue-count)
                    End-If
                    Move "N" to qe-drop-sw(queue-count)
                Else
                    Set queue-overflowed to true
                    Move s2 to ri-s2
                    Move e2 to ri-e2
                    Move range-image to qe-ranges(queue-count)
                    Move item-note to qe-note(queue-count)
                    Move "N" to qe-drop-sw(queue-count)
                Else
                    Set queue-overflowed to true
                Move qe-shift(queue-ix) to sq-shift
                Move qe-line-no(queue-ix) to sq-line-no
                Move qe-ranges(queue-ix) to sq-ranges
                Move qe-note(queue-ix) to sq-note
                Write supvqout-rec from queue-line
            End-If.

                Move qe-shift(queue-ix) to wk-shift
                Move qe-line-no(queue-ix) to wk-line-no
                Move qe-ranges(queue-ix) to wk-ranges
                Move qe-note(queue-ix) to wk-note
                Move qe-entry-date(queue-ix) to ds-date
                Perform Compute-Day-Serial
                Compute item-age = run-serial - ds-serial + 1
