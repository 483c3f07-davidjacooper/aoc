           file status is ckpt-status.
       Select ALLOCOUT assign to ALLOCOUT organization line sequential
           file status is allocout-status.
       Select SECTMAST assign to SECTMAST organization indexed
           access mode dynamic record key is sectmast-key
           file status is sectmast-status.
       Select CREWMAST assign to CREWMAST organization indexed
           access mode random record key is crewmast-key
           file status is crewmast-status.
       Select CREWQUAL assign to CREWQUAL organization indexed
           access mode random record key is crewqual-key
           file status is crewqual-status.
       Select RUNAUDIT assign to RUNAUDIT organization line sequential
           file status is runaudit-status.
       Select THRSHPRM assign to THRSHPRM organization line sequential
           file status is covwlrpt-status.
       Select CONFHIST assign to CONFHIST organization line sequential
           file status is confhist-status.
       Select CLAIMHST assign to CLAIMHST organization line sequential
           file status is claimhst-status.
       Select CREWAVL assign to CREWAVL organization line sequential
           file status is crewavl-status.
       Select SECTOUT assign to SECTOUT organization line sequential
           file status is sectout-status.
       Select RUNPARM assign to RUNPARM organization line sequential
           file status is runparm-status.
       Select DRFTAUD assign to DRFTAUD organization line sequential
           file status is drftaud-status.
       Select JOBCTL assign to JOBCTL organization line sequential
           file status is jobctl-status.

       Data division.
           File section.
               01 allocout-rec pic x(40).

               Fd sectmast.
               01 sectmast-rec.
                   05 sectmast-key pic 9(3).
                   05 filler       pic x(36).

               Fd crewmast.
               01 crewmast-rec.
                   05 crewmast-key pic x(8).
                   05 filler       pic x(23).

               Fd crewqual.
               01 crewqual-rec.
                   05 crewqual-key pic x(12).
                   05 filler       pic x(9).

               Fd runaudit.
               01 runaudit-rec pic x(125).
               Fd confhist.
               01 confhist-rec pic x(43).

               Fd claimhst.
               01 claimhst-rec pic x(37).

               Fd crewavl.
               01 crewavl-rec pic x(33).

               Fd sectout.
               01 sectout-rec pic x(32).

               Fd runparm.
               01 runparm-rec pic x(80).

               Fd drftaud.
               01 drftaud-rec pic x(125).

               Fd jobctl.
               01 jobctl-rec pic x(94).

           Working-storage section.
               01 n-pairs       usage index.
               01 full-pairs    usage index.
               01 allocout-status pic x(2).
               01 sectmast-status pic x(2).
               01 crewmast-status pic x(2).
               01 crewqual-status pic x(2).
               01 runaudit-status pic x(2).
               01 thrshprm-status pic x(2).
               01 alrtrpt-status  pic x(2).
               01 covwlrpt-status pic x(2).
               01 confhist-status pic x(2).
               01 claimhst-status pic x(2).
               01 crewavl-status  pic x(2).
               01 sectout-status  pic x(2).
               01 runparm-status  pic x(2).
               01 drftaud-status  pic x(2).
               01 jobctl-status   pic x(2).
               01 run-date      pic 9(8).
               01 run-time     pic 9(8).
               01 business-date pic 9(8).
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

               01 sect-capacity pic 9(5).

               01 chk-hi   pic 9(3).
               01 reject-reason pic x(20).

               01 crewmast-open-sw pic x(1) value "N".
                   88 crewmast-is-open value "Y".

               01 crewmast-line.
                   05 cw-in-id   pic x(8).
                   05 filler     pic x(1).
                   05 cw-in-flag pic x(1).

               01 crewqual-open-sw pic x(1) value "N".
                   88 crewqual-is-open value "Y".

               01 crewqual-line.
                   05 cq-crew    pic x(8).
                   05 cq-qual    pic x(4).
                   05 filler     pic x(1).
                   05 cq-expiry  pic x(8).

               01 unqual-table.
                   05 unqual-entry occurs 5000 times.
                       10 uq-line-no pic 9(9).
                       10 uq-crew    pic x(8).
                       10 uq-shift   pic 9(1).
                       10 uq-section pic 9(3).
                       10 uq-qual    pic x(4).
                       10 uq-status  pic x(8).
                       10 uq-expiry  pic x(8).
               01 unqual-count usage index.
               01 unqual-limit pic 9(5) value 5000.
               01 unqual-ix    usage index.

               01 unqual-overflow-sw pic x(1) value "N".
                   88 unquals-overflowed value "Y".

               01 line-unqual-sw pic x(1).
                   88 line-is-unqualified value "Y".

               01 qual-held-code   pic x(4).
               01 qual-held-status pic x(8).
               01 qual-held-expiry pic x(8).

               01 unqual-header pic x(23)
                   value "UNQUALIFIED ASSIGNMENTS".

               01 unqual-line.
                   05 filler      pic x(12) value "UNQUAL LINE ".
                   05 uv-line-no  pic 9(9).
                   05 filler      pic x(3)  value spaces.
                   05 filler      pic x(6)  value "CREW= ".
                   05 uv-crew     pic x(8).
                   05 filler      pic x(3)  value spaces.
                   05 filler      pic x(7)  value "SHIFT= ".
                   05 uv-shift    pic 9(1).
                   05 filler      pic x(3)  value spaces.
                   05 filler      pic x(9)  value "SECTION= ".
                   05 uv-section  pic 9(3).
                   05 filler      pic x(1)  value spaces.
                   05 uv-sect-name pic x(20).
                   05 filler      pic x(3)  value spaces.
                   05 filler      pic x(6)  value "QUAL= ".
                   05 uv-qual     pic x(4).
                   05 filler      pic x(3)  value spaces.
                   05 uv-status   pic x(8).
                   05 filler      pic x(1)  value spaces.
                   05 uv-expiry   pic x(8).

               01 crew-id    pic x(8).
               01 shift-code pic x(1).
                   88 crew-is-bad     value "B".
                   88 crew-has-bad-shift value "S".

               01 seen-crew-table.
                   05 seen-crew-slot occurs 20011 times.
                       10 sc-id    pic x(8).
                       10 sc-seen-group.
                           15 sc-seen-sw occurs 9 times pic x(1).
                               88 sc-was-seen value "Y".
                       10 sc-load  pic 9(5).
               01 seen-crew-count usage index.
               01 seen-crew-limit pic 9(5) value 15000.
               01 seen-slot-count pic 9(5) value 20011.
               01 seen-slot-ix    usage index.
               01 slot-hash       pic 9(9).
               01 slot-quot       pic 9(9).
               01 slot-char-ix    usage index.
               01 slot-char-pos   usage index.
               01 slot-alphabet   pic x(40)
                   value "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ-_ .".

               01 crew-slot-sw pic x(1).
                   88 crew-slot-found value "Y".
                   88 crew-slot-empty value "E".

               01 seen-crew-overflow-sw pic x(1) value "N".
                   88 seen-crews-overflowed value "Y".

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

               01 lost-table.
                   05 lost-entry occurs 5000 times.
                       10 lt-crew     pic x(8).
                       10 lt-shift    pic 9(1).
                       10 lt-reason   pic x(4).
                       10 lt-ranges   pic x(15).
                       10 lt-sections pic 9(5).
               01 lost-count    usage index.
               01 lost-limit    pic 9(5) value 5000.
               01 lost-ix       usage index.
               01 lost-sections pic 9(9).
               01 lost-len      pic s9(5).
               01 lost-lo       pic 9(3).
               01 lost-hi       pic 9(3).

               01 lost-overflow-sw pic x(1) value "N".
                   88 losts-overflowed value "Y".

               01 sectout-eof-sw pic x(1) value "N".
                   88 sectout-at-eof value "Y".

               01 sectout-loaded-sw pic x(1) value "N".
                   88 sectout-is-loaded value "Y".

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
                       10 closed-cell occurs 999 times pic x(4).
               01 closed-all-table.
                   05 closed-all-cell occurs 999 times pic x(4).

               01 outage-table.
                   05 outage-entry occurs 2000 times.
                       10 ot-lo     pic 9(3).
                       10 ot-hi     pic 9(3).
                       10 ot-shift  pic x(1).
                       10 ot-reason pic x(4).
               01 outage-count usage index.
               01 outage-limit pic 9(5) value 2000.
               01 outage-ix    usage index.
               01 outage-lo    pic 9(3).
               01 outage-hi    pic 9(3).
               01 outage-shift usage index.

               01 outage-overflow-sw pic x(1) value "N".
                   88 outages-overflowed value "Y".

               01 trailer-found-sw pic x(1) value "N".
                   88 trailer-was-found value "Y".


               01 sysin-dsn pic x(44).

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
               01 chain-state pic x(8).

               01 thrshprm-eof-sw pic x(1) value "N".
                   88 thrshprm-at-eof value "Y".

               01 max-pairs  pic 9(9) value 999999999.
               01 max-rejpct pic 9(3) value 999.

               01 runparm-eof-sw pic x(1) value "N".
                   88 runparm-at-eof value "Y".

               01 run-mode-sw pic x(1) value "P".
                   88 run-is-production value "P".
                   88 run-is-draft      value "D".

               01 draft-banner.
                   05 filler     pic x(30)
                       value "*** DRAFT RUN - BUSINESS DATE ".
                   05 db-date    pic 9(8).
                   05 filler     pic x(21)
                       value " - NOT PRODUCTION ***".

               01 parm-line  pic x(80).
               01 parm-ok-sw pic x(1).
                   88 parm-is-ok value "Y".
               01 unclaimed-count usage index.

               01 crew-load-table.
                   05 crew-load-entry occurs 15000 times.
                       10 wl-crew     pic x(8).
                       10 wl-sections pic 9(5).
               01 crew-load-count usage index.
               01 crew-load-limit pic 9(5) value 15000.
               01 load-ix         usage index.
               01 load-jx         usage index.
               01 this-claim-len  pic 9(5).
               01 hold-load-crew  pic x(8).
               01 hold-load-sects pic 9(5).


               01 crew-load-overflow-sw pic x(1) value "N".
                   88 crew-loads-overflowed value "Y".
               01 workload-header pic x(13)
                   value "CREW WORKLOAD".
               01 cover-none-line pic x(8) value "  (NONE)".
               01 lost-header pic x(33)
                   value "COVERAGE LOST - UNAVAILABLE CREWS".

               01 lost-line.
                   05 filler      pic x(5)  value "CREW ".
                   05 lc-crew     pic x(8).
                   05 filler      pic x(1)  value "/".
                   05 lc-shift    pic 9(1).
                   05 filler      pic x(2)  value spaces.
                   05 lc-reason   pic x(4).
                   05 filler      pic x(2)  value spaces.
                   05 lc-ranges   pic x(15).
                   05 filler      pic x(2)  value spaces.
                   05 filler      pic x(10) value "SECTIONS= ".
                   05 lc-sections pic zzzz9.

               01 closed-header pic x(33)
                   value "CLOSED SECTIONS - PLANNED OUTAGES".

               01 closed-line.
                   05 filler      pic x(7)  value "CLOSED ".
                   05 co-lo       pic 9(3).
                   05 filler      pic x(1)  value "-".
                   05 co-hi       pic 9(3).
                   05 filler      pic x(2)  value spaces.
                   05 filler      pic x(7)  value "SHIFT= ".
                   05 co-shift    pic x(3).
                   05 filler      pic x(2)  value spaces.
                   05 filler      pic x(8)  value "REASON= ".
                   05 co-reason   pic x(4).

               01 lost-total-line.
                   05 filler      pic x(31)
                       value "TOTAL SECTION-SHIFTS LOST:     ".
                   05 lc-total    pic zzzzzzzz9.

               01 cover-line.
                   05 filler    pic x(8)  value "SECTION ".
                   05 filler      pic x(1)  value space.
                   05 hs-sections pic x(15).

               01 claim-hist-line.
                   05 kh-date     pic 9(8).
                   05 filler      pic x(1)  value space.
                   05 kh-crew     pic x(8).
                   05 filler      pic x(1)  value space.
                   05 kh-shift    pic 9(1).
                   05 filler      pic x(1)  value space.
                   05 kh-sections pic x(15).
                   05 filler      pic x(1)  value space.
                   05 kh-type     pic x(1)  value space.

               01 hist-range-image.
                   05 hr-s1  pic 9(3).
                   05 filler pic x(1) value "-".
                   05 al-kind       pic x(1).
                   05 al-reassign   pic x(1).
                   05 al-shift      pic 9(1).
                   05 al-date       pic 9(8).

       Procedure division.

            Move 0 to max-range-len
            Move 0 to restart-line-count
            Move 0 to claim-count
            Move 0 to seen-crew-count
            Move spaces to seen-crew-table
            Move 0 to absence-count
            Move 0 to lost-count
            Move 0 to outage-count
            Move 0 to unqual-count
            Move 0 to hash-total
            Move 0 to job-rc
            Move 0 to business-date

            Perform Load-Run-Parameters
            If run-is-production
                Perform Read-Checkpoint
            End-If
            Perform Load-Section-Master
            Perform Open-Crew-Master
            Perform Open-Crew-Qualifications
            Perform Load-Thresholds

            Open input sysin
            Perform Read-Roster-Header
            If header-is-valid and run-is-production
                Perform Check-Trend-For-Date
            End-If
            If not header-is-valid
                Perform Open-Runaudit
                Perform Write-Audit-Start
                Perform Write-Audit-End
                Perform Close-Runaudit
                If run-is-production
                    If trend-has-date
                        Move "REFUSED " to chain-state
                    Else
                        Move "FAILED  " to chain-state
                    End-If
                    Perform Write-Job-Control
                End-If
                Move job-rc to return-code
                Stop run
            End-If
            If restart-line-count > 0
                Perform Skip-To-Checkpoint
            End-If
            Perform Load-Crew-Availability
            Perform Load-Section-Outages

            Perform Open-Conflrpt
            Perform Open-Rejctrpt
            If run-is-production
                Perform Open-Trend-Out
                Perform Open-Ckpt-Out
                Perform Open-Allocout
            End-If
            Perform Open-Runaudit
            If run-is-production
                Perform Open-Alrtrpt
            End-If
            Perform Open-Covwlrpt
            If run-is-production
                Perform Open-Confhist
                Perform Open-Claimhst
            Else
                Perform Write-Draft-Banners
            End-If
            Perform Write-Audit-Start
            If run-is-production
                Move "RUNNING " to chain-state
                Perform Write-Job-Control
            End-If

            Perform until sysin-at-eof
                Read sysin
            End-Perform

            Set job-is-complete to true
            If run-is-production
                Perform Write-Checkpoint
            End-If

            Perform Report-Double-Booked
            Perform Report-Unqualified
            Perform Report-Coverage-Workload
            If seen-crews-overflowed
                Display "SEEN-CREW TABLE FULL - "
                    "DUPLICATE CHECK IS PARTIAL"
            End-If
            If absences-overflowed
                Display "CREW AVAILABILITY TABLE FULL - "
                    "AVAILABILITY CHECK IS PARTIAL"
            End-If
            If outages-overflowed
                Display "SECTION OUTAGE TABLE FULL - "
                    "CLOSED SECTION LIST IS PARTIAL"
            End-If
            Perform Reconcile-Trailer
            Perform Check-Thresholds
            Move n-pairs to tl-n-pairs
            Move full-pairs to tl-full
            Move partial-pairs to tl-partial
            If run-is-production
                Write trendout-rec from trend-line
            End-If

            Perform Write-Audit-End
            If run-is-production
                If job-rc >= 16
                    Move "FAILED  " to chain-state
                Else
                    Move "COMPLETE" to chain-state
                End-If
                Perform Write-Job-Control
            End-If

            Close sysin
            Close conflrpt
            Close rejctrpt
            Perform Close-Runaudit
            Close covwlrpt
            If crewmast-is-open
                Close crewmast
            End-If
            If crewqual-is-open
                Close crewqual
            End-If
            If run-is-production
                Close trendout
                Close chkptfil
                Close allocout
                Close alrtrpt
                Close confhist
                Close claimhst
            End-If

            Move job-rc to return-code

                Add start1 end1 start2 end2 to hash-total
                Perform Check-Crew
            End-If
            If line-is-valid
                Perform Check-Crew-Availability
            End-If
            If line-is-valid
                Perform Check-Section-Ranges
            End-If
                        Move "PARTIAL  " to cl-kind
                    End-If
                    Perform Write-Conflict-Line
                    If run-is-production
                        Perform Write-Allocation-Line
                    End-If
                End-If
                Perform Check-Qualifications
                If line-is-unqualified and run-is-production
                    Move "UNQUAL" to cl-kind
                    Perform Write-Allocation-Line
                End-If
                If run-is-production
                    Perform Write-Claim-History
                End-If
            Else
                Perform Log-Reject
            End-If

            Divide line-count by checkpoint-interval
                giving ck-divisor-q remainder ck-divisor-r
            If ck-divisor-r = 0 and run-is-production
                Perform Write-Checkpoint
            End-If.

                    End-If
                End-If
            End-If
            If header-is-valid and run-is-production
                Move run-date to ds-date
                Perform Compute-Day-Serial
                Move ds-serial to run-serial
            If trend-has-date
                Display "ROSTER ALREADY PROCESSED FOR "
                    business-date
                Display "DAY4PT1 MARKED REFUSED IN JOB CONTROL - "
                    "MORNING STEPS WILL NOT RUN"
                Move "N" to header-sw
            End-If.

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
                    "SECTION VALIDATION SKIPPED"
            End-If.

       Open-Crew-Master.
            Open input crewmast
            If crewmast-status = "00"
                Set crewmast-is-open to true
            Else
                Display "CREW MASTER NOT AVAILABLE - "
                    "CREW VALIDATION SKIPPED"
            End-If.

       Open-Crew-Qualifications.
            Open input crewqual
            If crewqual-status = "00"
                Set crewqual-is-open to true
            Else
                Display "CREW QUALIFICATIONS NOT AVAILABLE - "
                    "QUALIFICATION CHECK SKIPPED"
            End-If.

       Check-Qualifications.
            Move "N" to line-unqual-sw
            Move spaces to qual-held-code
            If sectmast-is-loaded and crewqual-is-open
                If start1 <= end1
                    Move start1 to chk-lo
                    Move end1   to chk-hi
                Else
                    Move end1   to chk-lo
                    Move start1 to chk-hi
                End-If
                Perform Check-Section-Qualification
                    varying sect-no from chk-lo by 1
                    until sect-no > chk-hi
                If start2 <= end2
                    Move start2 to chk-lo
                    Move end2   to chk-hi
                Else
                    Move end2   to chk-lo
                    Move start2 to chk-hi
                End-If
                Perform Check-Section-Qualification
                    varying sect-no from chk-lo by 1
                    until sect-no > chk-hi
            End-If.

       Check-Section-Qualification.
            If sect-no >= 1 and se-qual(sect-no) not = spaces
                If se-qual(sect-no) not = qual-held-code
                    Perform Read-Crew-Qualification
                End-If
                If qual-held-status not = spaces
                    Set line-is-unqualified to true
                    Perform Record-Unqualified
                End-If
            End-If.

       Read-Crew-Qualification.
            Move se-qual(sect-no) to qual-held-code
            Move spaces to qual-held-status
            Move spaces to qual-held-expiry
            Move crew-id to crewqual-key(1:8)
            Move qual-held-code to crewqual-key(9:4)
            Read crewqual into crewqual-line
                Invalid key
                    Move "NOT HELD" to qual-held-status
                Not invalid key
                    If cq-expiry is numeric and cq-expiry not = zeros
                    and cq-expiry < business-date
                        Move "EXPIRED" to qual-held-status
                        Move cq-expiry to qual-held-expiry
                    End-If
            End-Read.

       Record-Unqualified.
            If unqual-count < unqual-limit
                Add 1 to unqual-count
                Move line-count to uq-line-no(unqual-count)
                Move crew-id to uq-crew(unqual-count)
                Move shift-num to uq-shift(unqual-count)
                Move sect-no to uq-section(unqual-count)
                Move qual-held-code to uq-qual(unqual-count)
                Move qual-held-status to uq-status(unqual-count)
                Move qual-held-expiry to uq-expiry(unqual-count)
            Else
                Set unquals-overflowed to true
            End-If.

       Report-Unqualified.
            If unqual-count > 0
                Move spaces to conflrpt-rec
                Move unqual-header to conflrpt-rec
                Write conflrpt-rec
                Perform Write-Unqualified
                    varying unqual-ix from 1 by 1
                    until unqual-ix > unqual-count
            End-If
            If unquals-overflowed
                Display "UNQUALIFIED TABLE FULL - "
                    "UNQUALIFIED LIST IS PARTIAL"
            End-If
            Display "UNQUALIFIED SECTIONS: " unqual-count.

       Write-Unqualified.
            Move uq-line-no(unqual-ix) to uv-line-no
            Move uq-crew(unqual-ix) to uv-crew
            Move uq-shift(unqual-ix) to uv-shift
            Move uq-section(unqual-ix) to uv-section
            Move se-name(uq-section(unqual-ix)) to uv-sect-name
            Move uq-qual(unqual-ix) to uv-qual
            Move uq-status(unqual-ix) to uv-status
            Move uq-expiry(unqual-ix) to uv-expiry
            Write conflrpt-rec from unqual-line.

       Check-Crew.
            If crewmast-is-open
                Move crew-id to crewmast-key
                Read crewmast into crewmast-line
                    Invalid key
                        Move "UNKNOWN CREW" to reject-reason
                        Set line-is-invalid to true
                    Not invalid key
                        If cw-in-flag = "R"
                            Move "RETIRED CREW" to reject-reason
                            Set line-is-invalid to true
                        End-If
                End-Read
            End-If
            If line-is-valid
                Perform Find-Crew-Slot
                If crew-slot-found
                and sc-was-seen(seen-slot-ix, shift-num)
                    Move "DUPLICATE CREW" to reject-reason
                    Set line-is-invalid to true
                End-If
            End-If.

       Find-Crew-Slot.
            Move 0 to slot-hash
            Perform Hash-Crew-Char
                varying slot-char-ix from 1 by 1
                until slot-char-ix > 8
            Compute seen-slot-ix = slot-hash + 1
            Move spaces to crew-slot-sw
            Perform Probe-Crew-Slot
                until crew-slot-found or crew-slot-empty.

       Hash-Crew-Char.
            Move 0 to slot-char-pos
            Inspect slot-alphabet tallying slot-char-pos
                for characters before initial crew-id(slot-char-ix:1)
            Compute slot-hash = slot-hash * 41 + slot-char-pos
            Divide slot-hash by seen-slot-count
                giving slot-quot remainder slot-hash.

       Probe-Crew-Slot.
            If sc-id(seen-slot-ix) = crew-id
                Set crew-slot-found to true
            Else
            If sc-id(seen-slot-ix) = spaces
                Set crew-slot-empty to true
            Else
            If seen-slot-ix >= seen-slot-count
                Move 1 to seen-slot-ix
            Else
                Add 1 to seen-slot-ix
            End-If
            End-If
            End-If.

       Record-Crew.
            Perform Find-Crew-Slot
            If crew-slot-empty
                If seen-crew-count < seen-crew-limit
                    Add 1 to seen-crew-count
                    Move crew-id to sc-id(seen-slot-ix)
                    Move all "N" to sc-seen-group(seen-slot-ix)
                    Move 0 to sc-load(seen-slot-ix)
                    Set crew-slot-found to true
                Else
                    Set seen-crews-overflowed to true
                End-If
            End-If
            If crew-slot-found
                Move "Y" to sc-seen-sw(seen-slot-ix, shift-num)
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
                    "AVAILABILITY CHECK SKIPPED"
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
                or crew-is-absent
            If crew-is-absent
                Move spaces to reject-reason
                Move "CREW UNAVAIL" to reject-reason(1:12)
                Move absent-reason to reject-reason(14:4)
                Set line-is-invalid to true
                Perform Record-Lost-Coverage
            End-If.

       Find-Crew-Absence.
            If ab-crew(absence-ix) = crew-id
            and (ab-shift(absence-ix) = space
                 or ab-shift(absence-ix) = "*"
                 or ab-shift(absence-ix) = shift-code)
                Set crew-is-absent to true
                Move ab-reason(absence-ix) to absent-reason
            End-If.

       Record-Lost-Coverage.
            If start1 <= end1
                Move start1 to chk-lo
                Move end1   to chk-hi
            Else
                Move end1   to chk-lo
                Move start1 to chk-hi
            End-If
            If start2 <= end2
                Move start2 to lost-lo
                Move end2   to lost-hi
            Else
                Move end2   to lost-lo
                Move start2 to lost-hi
            End-If
            Compute lost-len = (chk-hi - chk-lo + 1)
                             + (lost-hi - lost-lo + 1)
            If chk-lo > lost-lo
                Move chk-lo to lost-lo
            End-If
            If chk-hi < lost-hi
                Move chk-hi to lost-hi
            End-If
            If lost-lo <= lost-hi
                Compute lost-len = lost-len - (lost-hi - lost-lo + 1)
            End-If
            If lost-count < lost-limit
                Add 1 to lost-count
                Move crew-id to lt-crew(lost-count)
                Move shift-num to lt-shift(lost-count)
                Move absent-reason to lt-reason(lost-count)
                Move start1 to hr-s1
                Move end1 to hr-e1
                Move start2 to hr-s2
                Move end2 to hr-e2
                Move hist-range-image to lt-ranges(lost-count)
                Move lost-len to lt-sections(lost-count)
            Else
                Set losts-overflowed to true
            End-If.

       Check-Section-Ranges.
            If sectmast-is-loaded or sectout-is-loaded
                If start1 <= end1
                    Move start1 to chk-lo
                    Move end1   to chk-hi

       Check-One-Section.
            If sect-no < 1
                If sectmast-is-loaded
                    Move "UNKNOWN SECTION" to reject-reason
                    Set line-is-invalid to true
                End-If
            Else
                If sectmast-is-loaded
                    If se-is-retired(sect-no)
                        Move "RETIRED SECTION" to reject-reason
                        Set line-is-invalid to true
                    End-If
                    If not se-is-known(sect-no)
                        Move "UNKNOWN SECTION" to reject-reason
                        Set line-is-invalid to true
                    End-If
                End-If
                If line-is-valid
                and closed-cell(shift-num, sect-no) not = spaces
                    Move spaces to reject-reason
                    Move "SECTION CLOSED" to reject-reason(1:14)
                    Move closed-cell(shift-num, sect-no)
                        to reject-reason(16:4)
                    Set line-is-invalid to true
                End-If
            End-If.

       Load-Section-Outages.
            Move spaces to closure-table
            Move spaces to closed-all-table
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
                Set sectout-is-loaded to true
            Else
                Display "SECTION OUTAGES NOT AVAILABLE - "
                    "CLOSURE CHECK SKIPPED"
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
                    If so-reason = spaces
                        Move "CLSD" to so-reason
                    End-If
                    Perform Mark-Closed-Cell
                        varying sect-no from outage-lo by 1
                        until sect-no > outage-hi
                    If outage-count < outage-limit
                        Add 1 to outage-count
                        Move outage-lo to ot-lo(outage-count)
                        Move outage-hi to ot-hi(outage-count)
                        Move so-shift to ot-shift(outage-count)
                        Move so-reason to ot-reason(outage-count)
                    Else
                        Set outages-overflowed to true
                    End-If
                End-If
            Else
                If sectout-line not = spaces
                    Display "OUTAGE RECORD IGNORED: " sectout-line
                End-If
            End-If.

       Mark-Closed-Cell.
            If so-shift = space or so-shift = "*"
                Move so-reason to closed-all-cell(sect-no)
                Perform Mark-Closed-Shift-Cell
                    varying outage-shift from 1 by 1
                    until outage-shift > 9
            Else
                Move so-shift to shift-num
                Move so-reason to closed-cell(shift-num, sect-no)
            End-If.

       Mark-Closed-Shift-Cell.
            Move so-reason to closed-cell(outage-shift, sect-no).

       Record-Claims.
            If start1 <= end1
                Move start1 to chk-lo
                Move "DBLBOOKED" to hs-kind
                Move spaces to hs-sections
                Move ds-number to hs-sections(1:3)
                If run-is-production
                    Write confhist-rec from history-line
                End-If
                Move cm-line-no(claim-ix) to prev-claim-line
            End-If.

            Perform Tally-Claim-Entry
                varying claim-ix from 1 by 1
                until claim-ix > claim-count
            Perform Collect-Crew-Load
                varying seen-slot-ix from 1 by 1
                until seen-slot-ix > seen-slot-count

            Move spaces to covwlrpt-rec
            Move cover-header to covwlrpt-rec
                Write covwlrpt-rec
            End-If

            If sectout-is-loaded
                Move spaces to covwlrpt-rec
                Move closed-header to covwlrpt-rec
                Write covwlrpt-rec
                If outage-count = 0
                    Move spaces to covwlrpt-rec
                    Move cover-none-line to covwlrpt-rec
                    Write covwlrpt-rec
                Else
                    Perform Write-Closed-Section
                        varying outage-ix from 1 by 1
                        until outage-ix > outage-count
                End-If
            End-If

            Move spaces to covwlrpt-rec
            Move workload-header to covwlrpt-rec
            Write covwlrpt-rec
                    until load-ix > crew-load-count
            End-If

            Move spaces to covwlrpt-rec
            Move lost-header to covwlrpt-rec
            Write covwlrpt-rec
            Move 0 to lost-sections
            If lost-count = 0
                Move spaces to covwlrpt-rec
                Move cover-none-line to covwlrpt-rec
                Write covwlrpt-rec
            Else
                Perform Write-Lost-Coverage
                    varying lost-ix from 1 by 1
                    until lost-ix > lost-count
            End-If
            Move lost-sections to lc-total
            Write covwlrpt-rec from lost-total-line

            If crew-loads-overflowed
                Display "CREW WORKLOAD TABLE FULL - "
                    "WORKLOAD RANKING IS PARTIAL"
            End-If
            If losts-overflowed
                Display "COVERAGE LOST TABLE FULL - "
                    "COVERAGE LOST LIST IS PARTIAL"
            End-If
            Display "UNCLAIMED SECTIONS: " unclaimed-count
            Display "COVERAGE LOST:      " lost-sections.

       Tally-Claim-Entry.
            Perform Mark-Claimed-Cell
                until sect-no > cm-hi(claim-ix)
            Compute this-claim-len =
                cm-hi(claim-ix) - cm-lo(claim-ix) + 1
            Move cm-crew(claim-ix) to crew-id
            Perform Find-Crew-Slot
            If crew-slot-found
                Add this-claim-len to sc-load(seen-slot-ix)
            End-If.

       Collect-Crew-Load.
            If sc-id(seen-slot-ix) not = spaces
            and sc-load(seen-slot-ix) > 0
                If crew-load-count < crew-load-limit
                    Add 1 to crew-load-count
                    Move sc-id(seen-slot-ix)
                        to wl-crew(crew-load-count)
                    Move sc-load(seen-slot-ix)
                        to wl-sections(crew-load-count)
                Else
                    Set crew-loads-overflowed to true
       Write-Unclaimed-Section.
            If se-is-active(sect-no)
            and claimed-cell(sect-no) not = "Y"
            and closed-all-cell(sect-no) = spaces
                Add 1 to unclaimed-count
                Move sect-no to uv-number
                Move se-name(sect-no) to uv-name
       Compare-Crew-Loads.
            Compute load-jx = load-ix + 1
            If wl-sections(load-jx) > wl-sections(load-ix)
            or (wl-sections(load-jx) = wl-sections(load-ix)
                and wl-crew(load-jx) < wl-crew(load-ix))
                Move wl-crew(load-ix)     to hold-load-crew
                Move wl-sections(load-ix) to hold-load-sects
                Move wl-crew(load-jx)     to wl-crew(load-ix)
            Move wl-sections(load-ix) to wl-out-sections
            Write covwlrpt-rec from workload-line.

       Write-Closed-Section.
            Move ot-lo(outage-ix) to co-lo
            Move ot-hi(outage-ix) to co-hi
            If ot-shift(outage-ix) = space or ot-shift(outage-ix) = "*"
                Move "ALL" to co-shift
            Else
                Move ot-shift(outage-ix) to co-shift
            End-If
            Move ot-reason(outage-ix) to co-reason
            Write covwlrpt-rec from closed-line.

       Write-Lost-Coverage.
            Move lt-crew(lost-ix) to lc-crew
            Move lt-shift(lost-ix) to lc-shift
            Move lt-reason(lost-ix) to lc-reason
            Move lt-ranges(lost-ix) to lc-ranges
            Move lt-sections(lost-ix) to lc-sections
            Add lt-sections(lost-ix) to lost-sections
            Write covwlrpt-rec from lost-line.

       Open-Covwlrpt.
            Open extend covwlrpt
            If covwlrpt-status not = "00"
                Open output confhist
            End-If.

       Open-Claimhst.
            Open extend claimhst
            If claimhst-status not = "00"
                Open output claimhst
            End-If.

       Open-Alrtrpt.
            Open extend alrtrpt
            If alrtrpt-status not = "00"
       Write-Alert-Line.
            Add 1 to alert-count
            Move business-date to at-date
            If run-is-production
                Write alrtrpt-rec from alert-line
            End-If.

       Open-Runaudit.
            If run-is-draft
                Open extend drftaud
                If drftaud-status not = "00"
                    Open output drftaud
                End-If
            Else
                Open extend runaudit
                If runaudit-status not = "00"
                    Open output runaudit
                End-If
            End-If.

       Close-Runaudit.
            If run-is-draft
                Close drftaud
            Else
                Close runaudit
            End-If.

       Write-Audit-Line.
            If run-is-draft
                Write drftaud-rec from audit-line
            Else
                Write runaudit-rec from audit-line
            End-If.

       Load-Run-Parameters.
            Open input runparm
            If runparm-status = "00"
                Perform until runparm-at-eof
                    Read runparm into parm-line
                        At end
                            Set runparm-at-eof to true
                        Not at end
                            Perform Store-Run-Parameter
                    End-Read
                End-Perform
                Close runparm
            End-If
            If run-is-draft
                Display "DRAFT RUN - NO HISTORY, CHECKPOINT OR "
                    "ALLOCATION FEED WRITTEN"
            End-If.

       Store-Run-Parameter.
            If parm-line not = spaces
                Move spaces to parm-name parm-value
                Unstring parm-line
                    Delimited by "=" or " "
                    Into parm-name, parm-value
                End-Unstring
                If parm-name = "MODE" and parm-value = "DRAFT"
                    Set run-is-draft to true
                Else
                If parm-name = "MODE" and parm-value = "PRODUCTION"
                    Set run-is-production to true
                Else
                    Display "RUN PARAMETER IGNORED: " parm-line(1:40)
                End-If
                End-If
            End-If.

       Write-Draft-Banners.
            Move business-date to db-date
            Move spaces to conflrpt-rec
            Move draft-banner to conflrpt-rec
            Write conflrpt-rec
            Move spaces to rejctrpt-rec
            Move draft-banner to rejctrpt-rec
            Write rejctrpt-rec
            Move spaces to covwlrpt-rec
            Move draft-banner to covwlrpt-rec
            Write covwlrpt-rec.

       Write-Audit-Start.
            Accept run-time from time
            Move spaces to sysin-dsn
            Move business-date to au-date
            Move run-time to au-time
            Move "START" to au-type
            If run-is-draft
                Move "DRAFT  " to au-mode
            Else
            If trend-has-date
                Move "REFUSED" to au-mode
            Else
            If restart-line-count > 0
                Move "RESTART" to au-mode
            Else
                Move "FRESH  " to au-mode
            End-If
            End-If
            End-If
            Move restart-line-count to au-restart-line
            Move line-count to au-lines
            Move reject-count to au-rejects
            Move n-pairs to au-pairs
            Move "RUNNING " to au-status
            Move sysin-dsn to au-dsn
            Perform Write-Audit-Line.

       Write-Audit-End.
            Accept run-time from time
            Move n-pairs to au-pairs
            Move "RC " to au-status
            Move job-rc to au-status(4:4)
            Perform Write-Audit-Line.

       Write-Job-Control.
            Move spaces to jobctl-line
            Move "DAY4PT1 " to jc-step
            Move business-date to jc-date
            Move job-rc to jc-rc
            Move chain-state to jc-state
            Accept jc-run-date from date yyyymmdd
            Accept jc-run-time from time
            Move spaces to sysin-dsn
            Accept sysin-dsn from environment "SYSIN"
            Move sysin-dsn to jc-dsn
            If trend-has-date
                Open extend jobctl
                If jobctl-status not = "00"
                    Open output jobctl
                End-If
            Else
                Open output jobctl
            End-If
            If jobctl-status = "00"
                Write jobctl-rec from jobctl-line
                Close jobctl
            Else
                Display "JOB CONTROL NOT WRITABLE - "
                    "MORNING JOBS WILL REFUSE TO RUN"
            End-If.

       Open-Allocout.
            Open extend allocout
            Move start2 to hr-s2
            Move end2 to hr-e2
            Move hist-range-image to hs-sections
            If run-is-production
                Write confhist-rec from history-line
            End-If.

       Write-Claim-History.
            Move business-date to kh-date
            Move crew-id to kh-crew
            Move shift-num to kh-shift
            Move start1 to hr-s1
            Move end1 to hr-e1
            Move start2 to hr-s2
            Move end2 to hr-e2
            Move hist-range-image to kh-sections
            Write claimhst-rec from claim-hist-line.

       Write-Allocation-Line.
            Move line-count to al-line-no
            Move end2 to al-end2
            If cl-kind = "CONTAINED"
                Move "C" to al-kind
            Else
            If cl-kind = "UNQUAL"
                Move "Q" to al-kind
            Else
                Move "P" to al-kind
            End-If
            End-If
            Move "Y" to al-reassign
            Move shift-num to al-shift
            Move business-date to al-date
            Write allocout-rec from allocation-line.
