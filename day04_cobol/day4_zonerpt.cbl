       Identification division.
       Program-ID. Day4_Zonerpt.

       Environment division.
       Input-output section.
       File-control.
       Select SECTMAST assign to SECTMAST organization indexed
           access mode dynamic record key is sectmast-key
           file status is sectmast-status.
       Select CONFLRPT assign to CONFLRPT organization line sequential
           file status is conflrpt-status.
       Select COVWLRPT assign to COVWLRPT organization line sequential
           file status is covwlrpt-status.
       Select REALLRPT assign to REALLRPT organization line sequential
           file status is reallrpt-status.
       Select ZONERPT assign to ZONERPT organization line sequential
           file status is zonerpt-status.
       Select JOBCTL assign to JOBCTL organization line sequential
           file status is jobctl-status.

       Data division.
           File section.
               Fd sectmast.
               01 sectmast-rec.
                   05 sectmast-key pic 9(3).
                   05 filler       pic x(36).

               Fd conflrpt.
               01 conflrpt-rec pic x(185).

               Fd covwlrpt.
               01 covwlrpt-rec pic x(60).

               Fd reallrpt.
               01 reallrpt-rec pic x(125).

               Fd zonerpt.
               01 zonerpt-rec pic x(190).

               Fd jobctl.
               01 jobctl-rec pic x(94).

           Working-storage section.
               01 sectmast-status pic x(2).
               01 conflrpt-status pic x(2).
               01 covwlrpt-status pic x(2).
               01 reallrpt-status pic x(2).
               01 zonerpt-status  pic x(2).
               01 jobctl-status   pic x(2).

               01 job-rc pic 9(4).

               01 sectmast-eof-sw pic x(1) value "N".
                   88 sectmast-at-eof value "Y".
               01 conflrpt-eof-sw pic x(1) value "N".
                   88 conflrpt-at-eof value "Y".
               01 covwlrpt-eof-sw pic x(1) value "N".
                   88 covwlrpt-at-eof value "Y".
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

               01 this-step   pic x(8) value "DAY4ZONE".
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
                   05 sm-name   pic x(20).
                   05 filler    pic x(1).
                   05 sm-flag   pic x(1).
                   05 filler    pic x(1).
                   05 sm-cap    pic x(2).
                   05 filler    pic x(1).
                   05 sm-qual   pic x(4).
                   05 filler    pic x(1).
                   05 sm-zone   pic x(4).

               01 section-zone-table.
                   05 section-zone-entry occurs 999 times.
                       10 sz-code pic x(4).
                       10 sz-flag pic x(1).
                           88 sz-is-active value "A".
                           88 sz-is-known  value "A" "R".
                       10 sz-zone pic 9(3).
               01 sect-no usage index.

               01 zone-table.
                   05 zone-entry occurs 51 times.
                       10 zt-code      pic x(4).
                       10 zt-sections  pic 9(5).
                       10 zt-conflicts pic 9(5).
                       10 zt-dblbook   pic 9(5).
                       10 zt-unqual    pic 9(5).
                       10 zt-unclaimed pic 9(5).
                       10 zt-made      pic 9(5).
                       10 zt-left      pic 9(5).
               01 zone-written-table.
                   05 zone-written occurs 51 times.
                       10 zw-conflicts pic 9(5).
                       10 zw-dblbook   pic 9(5).
                       10 zw-unqual    pic 9(5).
                       10 zw-unclaimed pic 9(5).
                       10 zw-made      pic 9(5).
                       10 zw-left      pic 9(5).
               01 zone-count usage index.
               01 zone-limit pic 9(3) value 50.
               01 zone-ix    usage index.
               01 zone-jx    usage index.
               01 none-ix    usage index.
               01 this-zone  usage index.

               01 hold-zone-entry.
                   05 filler pic x(4).
                   05 filler pic 9(5) occurs 7 times.

               01 zone-found-sw pic x(1).
                   88 zone-was-found value "Y".

               01 zone-overflow-sw pic x(1) value "N".
                   88 zones-overflowed value "Y".

               01 zone-swap-sw pic x(1).
                   88 zones-were-swapped value "Y".

               01 zone-wanted pic x(4).
               01 none-code   pic x(4) value "NONE".
               01 site-code   pic x(4) value "SITE".

               01 site-sections  pic 9(7).
               01 site-conflicts pic 9(7).
               01 site-dblbook   pic 9(7).
               01 site-unqual    pic 9(7).
               01 site-unclaimed pic 9(7).
               01 site-made      pic 9(7).
               01 site-left      pic 9(7).

               01 sum-sections  pic 9(7).
               01 sum-conflicts pic 9(7).
               01 sum-dblbook   pic 9(7).
               01 sum-unqual    pic 9(7).
               01 sum-unclaimed pic 9(7).
               01 sum-made      pic 9(7).
               01 sum-left      pic 9(7).

               01 line-kind pic x(1).
                   88 line-is-conflict  value "C".
                   88 line-is-dblbook   value "D".
                   88 line-is-dbl-claim value "K".
                   88 line-is-unqual    value "U".
                   88 line-is-unclaimed value "N".
                   88 line-is-made      value "M".
                   88 line-is-left      value "L".
               01 line-zone    usage index.
               01 dbl-zone     usage index.
               01 block-kind   pic x(1).
               01 block-count  pic 9(5).

               01 zone-sect-x  pic x(3).
               01 zone-sect-no pic 9(3).
               01 range-lo-x   pic x(3).
               01 range-hi-x   pic x(3).

               01 cover-section-sw pic x(1).
                   88 in-unclaimed-section value "U".

               01 site-cover-sw pic x(1).
                   88 site-in-unclaimed value "U".

               01 cover-header pic x(25)
                   value "UNCLAIMED ACTIVE SECTIONS".

               01 report-missing-sw pic x(1) value "N".
                   88 report-was-missing value "Y".

               01 zone-out-line.
                   05 zo-zone pic x(4).
                   05 filler  pic x(1) value space.
                   05 zo-text pic x(185).

               01 rollup-header.
                   05 filler  pic x(16) value "ZONE ROLLUP FOR ".
                   05 ru-date pic x(8).

               01 rollup-columns.
                   05 filler pic x(40)
                       value "ZONE  SECTIONS  CONFLICTS  DBL-BOOKED  ".
                   05 filler pic x(40)
                       value "UNQUAL  UNCLAIMED  REALLOC MADE  LEFT FO".
                   05 filler pic x(6)  value "R SUPV".

               01 rollup-line.
                   05 rz-code      pic x(4).
                   05 filler       pic x(3)  value spaces.
                   05 rz-sections  pic zzzzzz9.
                   05 filler       pic x(4)  value spaces.
                   05 rz-conflicts pic zzzzzz9.
                   05 filler       pic x(5)  value spaces.
                   05 rz-dblbook   pic zzzzzz9.
                   05 filler       pic x(1)  value spaces.
                   05 rz-unqual    pic zzzzzz9.
                   05 filler       pic x(4)  value spaces.
                   05 rz-unclaimed pic zzzzzz9.
                   05 filler       pic x(7)  value spaces.
                   05 rz-made      pic zzzzzz9.
                   05 filler       pic x(8)  value spaces.
                   05 rz-left      pic zzzzzz9.

               01 rollup-check pic x(60).

               01 zone-header.
                   05 filler  pic x(5)  value "ZONE ".
                   05 zh-code pic x(4).
                   05 filler  pic x(12) value " REPORT FOR ".
                   05 zh-date pic x(8).

               01 count-line.
                   05 cn-label pic x(26).
                   05 cn-value pic zzzzzzz9.

               01 realloc-line.
                   05 filler   pic x(21)
                       value "REALLOCATIONS: MADE= ".
                   05 rl-made  pic zzzz9.
                   05 filler   pic x(22)
                       value "  LEFT FOR SUPERVISOR=".
                   05 rl-left  pic zzzz9.

               01 verdict-line.
                   05 filler     pic x(9) value "VERDICT: ".
                   05 vd-text    pic x(40).

               01 block-header pic x(30).
               01 none-line    pic x(8)  value "  (NONE)".

       Procedure division.

            Move 0 to job-rc
            Move 0 to zone-count
            Move spaces to zone-table
            Move spaces to section-zone-table
            Move zeros to zone-written-table
            Move 0 to site-sections
            Move 0 to site-conflicts
            Move 0 to site-dblbook
            Move 0 to site-unqual
            Move 0 to site-unclaimed
            Move 0 to site-made
            Move 0 to site-left

            Perform Check-Job-Chain
            Perform Open-Zonerpt
            If lineage-rc > 0
                Perform Write-Refused-Rollup
                Close zonerpt
                Move lineage-rc to job-rc
                Perform Write-Job-Control
                Move job-rc to return-code
                Stop run
            End-If

            Perform Load-Section-Zones
            Perform Sort-Zones
            Perform Assign-Section-Zones
                varying sect-no from 1 by 1 until sect-no > 999

            Perform Tally-Conflict-Report
            Perform Tally-Coverage-Report
            Perform Tally-Realloc-Report

            Perform Write-Zone-Report
                varying this-zone from 1 by 1
                until this-zone > none-ix
            Perform Write-Site-Rollup

            Close zonerpt

            Display "ZONES REPORTED:       " zone-count
            Display "SITE CONFLICTS:       " site-conflicts
            Display "SITE DOUBLE-BOOKED:   " site-dblbook
            Display "SITE UNCLAIMED:       " site-unclaimed
            Display "SITE REALLOC MADE:    " site-made
            Display "SITE REALLOC LEFT:    " site-left

            If (report-was-missing or zones-overflowed)
            and job-rc < 4
                Move 4 to job-rc
            End-If

            Perform Write-Job-Control
            Move job-rc to return-code

       Stop run.

       Open-Zonerpt.
            Open extend zonerpt
            If zonerpt-status not = "00"
                Open output zonerpt
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

       Write-Refused-Rollup.
            Move site-code to zo-zone
            Move chain-date to ru-date
            Move rollup-header to zo-text
            Write zonerpt-rec from zone-out-line
            Move "ZONE REPORTS WITHHELD - JOB CHAIN INCOMPLETE"
                to zo-text
            Write zonerpt-rec from zone-out-line
            Display "ZONE REPORTS WITHHELD - JOB CHAIN INCOMPLETE".

       Load-Section-Zones.
            Open input sectmast
            If sectmast-status = "00"
                Perform until sectmast-at-eof
                    Read sectmast next record into sectmast-line
                        At end
                            Set sectmast-at-eof to true
                        Not at end
                            If sm-number is numeric and sm-number > 0
                                Perform Store-Section-Zone
                            End-If
                    End-Read
                End-Perform
                Close sectmast
            Else
                Display "SECTION MASTER NOT AVAILABLE - "
                    "ALL SECTIONS REPORTED UNDER NONE"
                Set report-was-missing to true
            End-If.

       Store-Section-Zone.
            If sm-flag = "A"
                Add 1 to site-sections
            End-If
            Move sm-flag to sz-flag(sm-number)
            Move sm-zone to sz-code(sm-number)
            If sm-zone not = spaces
                Move sm-zone to zone-wanted
                Perform Find-Zone
                If not zone-was-found
                    If zone-count < zone-limit
                        Add 1 to zone-count
                        Move zone-count to zone-ix
                        Perform Clear-Zone-Entry
                        Move sm-zone to zt-code(zone-ix)
                    Else
                        Set zones-overflowed to true
                        Display "ZONE TABLE FULL - ZONE " sm-zone
                            " REPORTED UNDER NONE"
                        Move spaces to sz-code(sm-number)
                    End-If
                End-If
            End-If.

       Find-Zone.
            Move "N" to zone-found-sw
            Perform Match-Zone
                varying zone-ix from 1 by 1
                until zone-ix > zone-count or zone-was-found.

       Match-Zone.
            If zt-code(zone-ix) = zone-wanted
                Set zone-was-found to true
                Move zone-ix to zone-jx
            End-If.

       Sort-Zones.
            Set zones-were-swapped to true
            Perform Sort-Zone-Pass
                until not zones-were-swapped
            Compute none-ix = zone-count + 1
            Move none-ix to zone-ix
            Perform Clear-Zone-Entry
            Move none-code to zt-code(none-ix).

       Clear-Zone-Entry.
            Move 0 to zt-sections(zone-ix)
            Move 0 to zt-conflicts(zone-ix)
            Move 0 to zt-dblbook(zone-ix)
            Move 0 to zt-unqual(zone-ix)
            Move 0 to zt-unclaimed(zone-ix)
            Move 0 to zt-made(zone-ix)
            Move 0 to zt-left(zone-ix).

       Sort-Zone-Pass.
            Move "N" to zone-swap-sw
            Perform Compare-Zones
                varying zone-ix from 1 by 1
                until zone-ix >= zone-count.

       Compare-Zones.
            Compute zone-jx = zone-ix + 1
            If zt-code(zone-jx) < zt-code(zone-ix)
                Move zone-entry(zone-ix) to hold-zone-entry
                Move zone-entry(zone-jx) to zone-entry(zone-ix)
                Move hold-zone-entry to zone-entry(zone-jx)
                Set zones-were-swapped to true
            End-If.

       Assign-Section-Zones.
            Move none-ix to sz-zone(sect-no)
            If sz-code(sect-no) not = spaces
                Move sz-code(sect-no) to zone-wanted
                Perform Find-Zone
                If zone-was-found
                    Move zone-jx to sz-zone(sect-no)
                End-If
            End-If
            If sz-is-active(sect-no)
                Move sz-zone(sect-no) to zone-ix
                Add 1 to zt-sections(zone-ix)
            End-If.

       Find-Section-Zone.
            Move none-ix to line-zone
            If zone-sect-x is numeric
                Move zone-sect-x to zone-sect-no
                If zone-sect-no > 0 and sz-is-known(zone-sect-no)
                    Move sz-zone(zone-sect-no) to line-zone
                End-If
            End-If.

       Find-Range-Zone.
            If range-hi-x is numeric and range-lo-x is numeric
            and range-hi-x > range-lo-x
                Move range-hi-x to zone-sect-x
            Else
                Move range-lo-x to zone-sect-x
            End-If
            Perform Find-Section-Zone.

       Classify-Conflict-Line.
            Move space to line-kind
            If conflrpt-rec(1:5) = "LINE "
                Set line-is-conflict to true
                Move conflrpt-rec(43:3) to range-lo-x
                Move conflrpt-rec(109:3) to range-hi-x
                Perform Find-Range-Zone
            Else
            If conflrpt-rec(1:8) = "SECTION "
                Set line-is-dblbook to true
                Move conflrpt-rec(9:3) to zone-sect-x
                Perform Find-Section-Zone
                Move line-zone to dbl-zone
            Else
            If conflrpt-rec(1:12) = "UNQUAL LINE "
                Set line-is-unqual to true
                Move conflrpt-rec(62:3) to zone-sect-x
                Perform Find-Section-Zone
            Else
            If conflrpt-rec(1:15) = "          LINE "
                Set line-is-dbl-claim to true
                Move dbl-zone to line-zone
            End-If
            End-If
            End-If
            End-If.

       Classify-Cover-Line.
            Move space to line-kind
            If covwlrpt-rec(1:25) = cover-header
                Set in-unclaimed-section to true
            Else
            If covwlrpt-rec(1:1) not = space
            and covwlrpt-rec(1:8) not = "SECTION "
                Move space to cover-section-sw
            Else
            If in-unclaimed-section
            and covwlrpt-rec(1:8) = "SECTION "
                Set line-is-unclaimed to true
                Move covwlrpt-rec(9:3) to zone-sect-x
                Perform Find-Section-Zone
            End-If
            End-If
            End-If.

       Classify-Realloc-Line.
            Move space to line-kind
            If reallrpt-rec(1:5) = "LINE "
                If reallrpt-rec(108:15) = "NO FREE STRETCH"
                or reallrpt-rec(108:12) = "CREW UNAVAIL"
                or reallrpt-rec(108:16) = "CREW UNQUALIFIED"
                    Set line-is-left to true
                Else
                    Set line-is-made to true
                End-If
                Move reallrpt-rec(65:3) to range-lo-x
                Move reallrpt-rec(73:3) to range-hi-x
                Perform Find-Range-Zone
            End-If.

       Tally-Conflict-Report.
            Move none-ix to dbl-zone
            Move "N" to conflrpt-eof-sw
            Open input conflrpt
            If conflrpt-status = "00"
                Perform until conflrpt-at-eof
                    Read conflrpt
                        At end
                            Set conflrpt-at-eof to true
                        Not at end
                            Perform Count-Site-Conflict-Line
                            Perform Classify-Conflict-Line
                            Perform Tally-Conflict-Line
                    End-Read
                End-Perform
                Close conflrpt
            Else
                Display "CONFLICT REPORT NOT AVAILABLE"
                Set report-was-missing to true
            End-If.

       Count-Site-Conflict-Line.
            If conflrpt-rec(1:5) = "LINE "
                Add 1 to site-conflicts
            End-If
            If conflrpt-rec(1:8) = "SECTION "
                Add 1 to site-dblbook
            End-If
            If conflrpt-rec(1:12) = "UNQUAL LINE "
                Add 1 to site-unqual
            End-If.

       Tally-Conflict-Line.
            If line-is-conflict
                Add 1 to zt-conflicts(line-zone)
            End-If
            If line-is-dblbook
                Add 1 to zt-dblbook(line-zone)
            End-If
            If line-is-unqual
                Add 1 to zt-unqual(line-zone)
            End-If.

       Tally-Coverage-Report.
            Move space to cover-section-sw
            Move space to site-cover-sw
            Move "N" to covwlrpt-eof-sw
            Open input covwlrpt
            If covwlrpt-status = "00"
                Perform until covwlrpt-at-eof
                    Read covwlrpt
                        At end
                            Set covwlrpt-at-eof to true
                        Not at end
                            Perform Count-Site-Cover-Line
                            Perform Classify-Cover-Line
                            If line-is-unclaimed
                                Add 1 to zt-unclaimed(line-zone)
                            End-If
                    End-Read
                End-Perform
                Close covwlrpt
            Else
                Display "COVERAGE REPORT NOT AVAILABLE"
                Set report-was-missing to true
            End-If.

       Count-Site-Cover-Line.
            If covwlrpt-rec(1:25) = cover-header
                Set site-in-unclaimed to true
            Else
            If site-in-unclaimed
            and covwlrpt-rec(1:8) = "SECTION "
                Add 1 to site-unclaimed
            Else
            If covwlrpt-rec(1:1) not = space
                Move space to site-cover-sw
            End-If
            End-If
            End-If.

       Tally-Realloc-Report.
            Move "N" to reallrpt-eof-sw
            Open input reallrpt
            If reallrpt-status = "00"
                Perform until reallrpt-at-eof
                    Read reallrpt
                        At end
                            Set reallrpt-at-eof to true
                        Not at end
                            Perform Count-Site-Realloc-Line
                            Perform Classify-Realloc-Line
                            If line-is-made
                                Add 1 to zt-made(line-zone)
                            End-If
                            If line-is-left
                                Add 1 to zt-left(line-zone)
                            End-If
                    End-Read
                End-Perform
                Close reallrpt
            Else
                Display "REALLOCATION REPORT NOT AVAILABLE"
                Set report-was-missing to true
            End-If.

       Count-Site-Realloc-Line.
            If reallrpt-rec(1:5) = "LINE "
                If reallrpt-rec(108:15) = "NO FREE STRETCH"
                or reallrpt-rec(108:12) = "CREW UNAVAIL"
                or reallrpt-rec(108:16) = "CREW UNQUALIFIED"
                    Add 1 to site-left
                Else
                    Add 1 to site-made
                End-If
            End-If.

       Write-Site-Rollup.
            Move site-code to zo-zone
            Move chain-date to ru-date
            Move rollup-header to zo-text
            Write zonerpt-rec from zone-out-line
            Move rollup-columns to zo-text
            Write zonerpt-rec from zone-out-line

            Move 0 to sum-sections
            Move 0 to sum-conflicts
            Move 0 to sum-dblbook
            Move 0 to sum-unqual
            Move 0 to sum-unclaimed
            Move 0 to sum-made
            Move 0 to sum-left
            Perform Write-Rollup-Zone
                varying zone-ix from 1 by 1
                until zone-ix > none-ix

            Move site-code to rz-code
            Move site-sections to rz-sections
            Move site-conflicts to rz-conflicts
            Move site-dblbook to rz-dblbook
            Move site-unqual to rz-unqual
            Move site-unclaimed to rz-unclaimed
            Move site-made to rz-made
            Move site-left to rz-left
            Move rollup-line to zo-text
            Write zonerpt-rec from zone-out-line

            If sum-sections = site-sections
            and sum-conflicts = site-conflicts
            and sum-dblbook = site-dblbook
            and sum-unqual = site-unqual
            and sum-unclaimed = site-unclaimed
            and sum-made = site-made
            and sum-left = site-left
                Move "ZONE TOTALS AGREE WITH SITE FIGURES"
                    to rollup-check
            Else
                Move "ZONE TOTALS DO NOT AGREE WITH SITE FIGURES"
                    to rollup-check
                If job-rc < 8
                    Move 8 to job-rc
                End-If
            End-If
            Move rollup-check to zo-text
            Write zonerpt-rec from zone-out-line
            Display rollup-check.

       Write-Rollup-Zone.
            Add zt-sections(zone-ix) to sum-sections
            Add zw-conflicts(zone-ix) to sum-conflicts
            Add zw-dblbook(zone-ix) to sum-dblbook
            Add zw-unqual(zone-ix) to sum-unqual
            Add zw-unclaimed(zone-ix) to sum-unclaimed
            Add zw-made(zone-ix) to sum-made
            Add zw-left(zone-ix) to sum-left
            Move zone-ix to this-zone
            Perform Check-Zone-Used
            If zone-was-found
                Move zt-code(zone-ix) to rz-code
                Move zt-sections(zone-ix) to rz-sections
                Move zw-conflicts(zone-ix) to rz-conflicts
                Move zw-dblbook(zone-ix) to rz-dblbook
                Move zw-unqual(zone-ix) to rz-unqual
                Move zw-unclaimed(zone-ix) to rz-unclaimed
                Move zw-made(zone-ix) to rz-made
                Move zw-left(zone-ix) to rz-left
                Move rollup-line to zo-text
                Write zonerpt-rec from zone-out-line
            End-If.

       Check-Zone-Used.
            Set zone-was-found to true
            If this-zone = none-ix
            and zt-sections(this-zone) = 0
            and zt-conflicts(this-zone) = 0
            and zt-dblbook(this-zone) = 0
            and zt-unqual(this-zone) = 0
            and zt-unclaimed(this-zone) = 0
            and zt-made(this-zone) = 0
            and zt-left(this-zone) = 0
                Move "N" to zone-found-sw
            End-If.

       Write-Zone-Report.
            Perform Check-Zone-Used
            If zone-was-found
                Move zt-code(this-zone) to zo-zone
                Move zt-code(this-zone) to zh-code
                Move chain-date to zh-date
                Move zone-header to zo-text
                Write zonerpt-rec from zone-out-line
                Perform Write-Zone-Summary
                Move "C" to block-kind
                Move "SAME-LINE CONFLICTS" to block-header
                Move zt-conflicts(this-zone) to block-count
                Perform Write-Zone-Block
                Move "D" to block-kind
                Move "DOUBLE-BOOKED SECTIONS" to block-header
                Move zt-dblbook(this-zone) to block-count
                Perform Write-Zone-Block
                Move "U" to block-kind
                Move "UNQUALIFIED ASSIGNMENTS" to block-header
                Move zt-unqual(this-zone) to block-count
                Perform Write-Zone-Block
                Move "N" to block-kind
                Move cover-header to block-header
                Move zt-unclaimed(this-zone) to block-count
                Perform Write-Zone-Block
                Move "R" to block-kind
                Move "REALLOCATIONS" to block-header
                Compute block-count =
                    zt-made(this-zone) + zt-left(this-zone)
                Perform Write-Zone-Block
            End-If.

       Write-Zone-Summary.
            Move "SECTIONS IN ZONE:         " to cn-label
            Move zt-sections(this-zone) to cn-value
            Move count-line to zo-text
            Write zonerpt-rec from zone-out-line
            Move "SAME-LINE CONFLICTS:      " to cn-label
            Move zt-conflicts(this-zone) to cn-value
            Move count-line to zo-text
            Write zonerpt-rec from zone-out-line
            Move "DOUBLE-BOOKED SECTIONS:   " to cn-label
            Move zt-dblbook(this-zone) to cn-value
            Move count-line to zo-text
            Write zonerpt-rec from zone-out-line
            Move "UNQUALIFIED ASSIGNMENTS:  " to cn-label
            Move zt-unqual(this-zone) to cn-value
            Move count-line to zo-text
            Write zonerpt-rec from zone-out-line
            Move "UNCLAIMED SECTIONS:       " to cn-label
            Move zt-unclaimed(this-zone) to cn-value
            Move count-line to zo-text
            Write zonerpt-rec from zone-out-line
            Move zt-made(this-zone) to rl-made
            Move zt-left(this-zone) to rl-left
            Move realloc-line to zo-text
            Write zonerpt-rec from zone-out-line

            Move spaces to vd-text
            If zt-conflicts(this-zone) > 0
            or zt-dblbook(this-zone) > 0
            or zt-unqual(this-zone) > 0
                Move "CHECK CONFLICTS BELOW FIRST" to vd-text
            Else
            If zt-unclaimed(this-zone) > 0
                Move "CHECK UNCLAIMED SECTIONS FIRST" to vd-text
            Else
            If zt-left(this-zone) > 0
                Move "CHECK SUPERVISOR WORKLIST" to vd-text
            Else
                Move "CLEAN NIGHT" to vd-text
            End-If
            End-If
            End-If
            Move verdict-line to zo-text
            Write zonerpt-rec from zone-out-line.

       Write-Zone-Block.
            Move block-header to zo-text
            Write zonerpt-rec from zone-out-line
            If block-count = 0
                Move none-line to zo-text
                Write zonerpt-rec from zone-out-line
            Else
            If block-kind = "N"
                Perform Copy-Cover-Lines
            Else
            If block-kind = "R"
                Perform Copy-Realloc-Lines
            Else
                Perform Copy-Conflict-Lines
            End-If
            End-If
            End-If.

       Copy-Conflict-Lines.
            Move none-ix to dbl-zone
            Move "N" to conflrpt-eof-sw
            Open input conflrpt
            If conflrpt-status = "00"
                Perform until conflrpt-at-eof
                    Read conflrpt
                        At end
                            Set conflrpt-at-eof to true
                        Not at end
                            Perform Classify-Conflict-Line
                            If line-zone = this-zone
                            and (line-kind = block-kind
                                or (line-is-dbl-claim
                                    and block-kind = "D"))
                                Move conflrpt-rec to zo-text
                                Write zonerpt-rec from zone-out-line
                                Perform Count-Conflict-Written
                            End-If
                    End-Read
                End-Perform
                Close conflrpt
            End-If.

       Count-Conflict-Written.
            If line-is-conflict
                Add 1 to zw-conflicts(this-zone)
            End-If
            If line-is-dblbook
                Add 1 to zw-dblbook(this-zone)
            End-If
            If line-is-unqual
                Add 1 to zw-unqual(this-zone)
            End-If.

       Copy-Cover-Lines.
            Move space to cover-section-sw
            Move "N" to covwlrpt-eof-sw
            Open input covwlrpt
            If covwlrpt-status = "00"
                Perform until covwlrpt-at-eof
                    Read covwlrpt
                        At end
                            Set covwlrpt-at-eof to true
                        Not at end
                            Perform Classify-Cover-Line
                            If line-is-unclaimed
                            and line-zone = this-zone
                                Move covwlrpt-rec to zo-text
                                Write zonerpt-rec from zone-out-line
                                Add 1 to zw-unclaimed(this-zone)
                            End-If
                    End-Read
                End-Perform
                Close covwlrpt
            End-If.

       Copy-Realloc-Lines.
            Move "N" to reallrpt-eof-sw
            Open input reallrpt
            If reallrpt-status = "00"
                Perform until reallrpt-at-eof
                    Read reallrpt
                        At end
                            Set reallrpt-at-eof to true
                        Not at end
                            Perform Classify-Realloc-Line
                            If (line-is-made or line-is-left)
                            and line-zone = this-zone
                                Move reallrpt-rec to zo-text
                                Write zonerpt-rec from zone-out-line
                                If line-is-made
                                    Add 1 to zw-made(this-zone)
                                Else
                                    Add 1 to zw-left(this-zone)
                                End-If
                            End-If
                    End-Read
                End-Perform
                Close reallrpt
            End-If.
