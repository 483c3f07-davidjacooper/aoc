       Identification division.
       Program-ID. Day4_Complnc.

       Environment division.
       Input-output section.
       File-control.
       Select CLAIMHST assign to CLAIMHST organization line sequential
           file status is claimhst-status.
       Select CREWMAST assign to CREWMAST organization indexed
           access mode random record key is crewmast-key
           file status is crewmast-status.
       Select COMPPRM assign to COMPPRM organization line sequential
           file status is compprm-status.
       Select COMPRPT assign to COMPRPT organization line sequential
           file status is comprpt-status.

       Data division.
           File section.
               Fd claimhst.
               01 claimhst-rec pic x(37).

               Fd crewmast.
               01 crewmast-rec.
                   05 crewmast-key pic x(8).
                   05 filler       pic x(23).

               Fd compprm.
               01 compprm-rec pic x(80).

               Fd comprpt.
               01 comprpt-rec pic x(95).

           Working-storage section.
               01 claimhst-status pic x(2).
               01 crewmast-status pic x(2).
               01 compprm-status  pic x(2).
               01 comprpt-status  pic x(2).

               01 claimhst-eof-sw pic x(1) value "N".
                   88 claimhst-at-eof value "Y".

               01 compprm-eof-sw pic x(1) value "N".
                   88 compprm-at-eof value "Y".

               01 crewmast-open-sw pic x(1) value "N".
                   88 crewmast-is-open value "Y".

               01 job-rc pic 9(4).

               01 history-count  usage index.
               01 in-window-count usage index.

               01 max-consec  pic 9(3) value 6.
               01 look-back   pic 9(3) value 14.
               01 night-shift pic 9(1) value 3.
               01 early-shift pic 9(1) value 1.
               01 business-date pic 9(8) value 0.

               01 day-limit   pic 9(3) value 60.
               01 window-days pic 9(3).
               01 first-serial    pic 9(9).
               01 business-serial pic 9(9).
               01 claim-serial    pic 9(9).

               01 day-ix  usage index.
               01 prev-ix usage index.

               01 day-date-table.
                   05 dd-date pic 9(8) occurs 60 times.

               01 ds-date pic 9(8).
               01 ds-work.
                   05 ds-yyyy pic 9(4).
                   05 ds-mm   pic 9(2).
                   05 ds-dd   pic 9(2).
               01 ds-q4     pic 9(4).
               01 ds-q100   pic 9(4).
               01 ds-q400   pic 9(4).
               01 ds-m306   pic 9(5).
               01 ds-m306q  pic 9(4).
               01 ds-serial pic 9(9).

               01 claim-hist-line.
                   05 kh-date     pic 9(8).
                   05 filler      pic x(1).
                   05 kh-crew     pic x(8).
                   05 filler      pic x(1).
                   05 kh-shift    pic 9(1).
                   05 filler      pic x(1).
                   05 kh-sections pic x(15).
                   05 filler      pic x(1).
                   05 kh-type     pic x(1).
                       88 kh-is-cancel value "X".

               01 crewmast-line.
                   05 cw-in-id   pic x(8).
                   05 filler     pic x(1).
                   05 cw-in-name pic x(20).
                   05 filler     pic x(1).
                   05 cw-in-flag pic x(1).

               01 crew-day-table.
                   05 crew-day-slot occurs 20011 times.
                       10 cd-id     pic x(8).
                       10 cd-shifts pic x(9) occurs 60 times.
               01 tally-count usage index.
               01 tally-limit pic 9(5) value 15000.
               01 tally-slot-count pic 9(5) value 20011.
               01 tally-ix    usage index.
               01 slot-hash     pic 9(9).
               01 slot-quot     pic 9(9).
               01 slot-char-ix  usage index.
               01 slot-char-pos usage index.
               01 slot-alphabet pic x(40)
                   value "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ-_ .".

               01 tally-overflow-sw pic x(1) value "N".
                   88 tallies-overflowed value "Y".

               01 tally-slot-sw pic x(1).
                   88 tally-slot-found value "Y".
                   88 tally-slot-empty value "E".

               01 run-length pic 9(3).
               01 run-start  pic 9(3).
               01 run-end    pic 9(3).

               01 breach-table.
                   05 breach-entry occurs 5000 times.
                       10 br-sev   pic 9(1).
                       10 br-rule  pic x(12).
                       10 br-crew  pic x(8).
                       10 br-from  pic 9(8).
                       10 br-to    pic 9(8).
                       10 br-days  pic 9(3).
               01 breach-count usage index.
               01 breach-limit pic 9(5) value 5000.
               01 br-ix usage index.
               01 br-jx usage index.

               01 breach-overflow-sw pic x(1) value "N".
                   88 breaches-overflowed value "Y".

               01 breach-swap-sw pic x(1).
                   88 breaches-were-swapped value "Y".

               01 hold-breach-entry.
                   05 hold-br-sev   pic 9(1).
                   05 hold-br-rule  pic x(12).
                   05 hold-br-crew  pic x(8).
                   05 hold-br-from  pic 9(8).
                   05 hold-br-to    pic 9(8).
                   05 hold-br-days  pic 9(3).

               01 new-sev   pic 9(1).
               01 new-rule  pic x(12).
               01 new-from-ix pic 9(3).
               01 new-to-ix   pic 9(3).
               01 new-days  pic 9(3).

               01 sev-count-table.
                   05 sev-count pic 9(5) occurs 4 times.

               01 crew-name pic x(20).

               01 parm-line  pic x(80).
               01 parm-ok-sw pic x(1).
                   88 parm-is-ok value "Y".
               01 parm-name  pic x(20).
               01 parm-value pic x(9).
               01 parm-val-len usage index.
               01 parm-num   pic 9(9).

               01 report-header.
                   05 filler    pic x(27)
                       value "REST-PERIOD COMPLIANCE FOR ".
                   05 rh-date   pic 9(8).
                   05 filler    pic x(10) value "  WINDOW= ".
                   05 rh-window pic zz9.
                   05 filler    pic x(14) value " DAYS  MAXCON=".
                   05 rh-max    pic zz9.
                   05 filler    pic x(8)  value "  NIGHT=".
                   05 rh-night  pic 9(1).
                   05 filler    pic x(8)  value "  EARLY=".
                   05 rh-early  pic 9(1).

               01 breach-line.
                   05 filler       pic x(4)  value "SEV ".
                   05 bl-sev       pic 9(1).
                   05 filler       pic x(2)  value spaces.
                   05 bl-rule      pic x(12).
                   05 filler       pic x(2)  value spaces.
                   05 filler       pic x(5)  value "CREW ".
                   05 bl-crew      pic x(8).
                   05 filler       pic x(2)  value spaces.
                   05 bl-name      pic x(20).
                   05 filler       pic x(2)  value spaces.
                   05 filler       pic x(5)  value "FROM ".
                   05 bl-from      pic 9(8).
                   05 filler       pic x(4)  value " TO ".
                   05 bl-to        pic 9(8).
                   05 filler       pic x(2)  value spaces.
                   05 filler       pic x(6)  value "DAYS= ".
                   05 bl-days      pic zz9.

               01 none-line pic x(8) value "  (NONE)".

               01 unknown-crew-name pic x(20)
                   value "(NOT IN CREW MASTER)".

       Procedure division.

            Move 0 to history-count
            Move 0 to in-window-count
            Move 0 to tally-count
            Move 0 to breach-count
            Move 0 to job-rc
            Move spaces to crew-day-table
            Move 0 to sev-count(1) sev-count(2) sev-count(3)
                      sev-count(4)

            Perform Load-Parameters
            If business-date = 0
                Perform Find-Latest-Date
            End-If

            If business-date = 0
                Display "NO CLAIM HISTORY - COMPLIANCE NOT CHECKED"
                Move 16 to job-rc
                Move job-rc to return-code
                Stop run
            End-If

            Perform Open-Crew-Master
            Perform Open-Comprpt

            Move business-date to ds-date
            Perform Compute-Day-Serial
            Move ds-serial to business-serial
            Move look-back to window-days
            Compute first-serial = business-serial - window-days + 1
            Move 0 to day-date-table

            Move "N" to claimhst-eof-sw
            Open input claimhst
            If claimhst-status = "00"
                Perform until claimhst-at-eof
                    Read claimhst into claim-hist-line
                        At end
                            Set claimhst-at-eof to true
                        Not at end
                            Add 1 to history-count
                            Perform Record-Claim-Day
                    End-Read
                End-Perform
                Close claimhst
            Else
                Display "CLAIM HISTORY NOT AVAILABLE"
                If job-rc < 16
                    Move 16 to job-rc
                End-If
            End-If

            Perform Check-Crew-Pattern
                varying tally-ix from 1 by 1
                until tally-ix > tally-slot-count

            Move business-date to rh-date
            Move window-days to rh-window
            Move max-consec to rh-max
            Move night-shift to rh-night
            Move early-shift to rh-early
            Write comprpt-rec from report-header

            If breach-count = 0
                Move spaces to comprpt-rec
                Move none-line to comprpt-rec
                Write comprpt-rec
            Else
                Perform Sort-Breaches
                Perform Write-Breach-Line
                    varying br-ix from 1 by 1
                    until br-ix > breach-count
            End-If

            If tallies-overflowed
                Display "CREW TABLE FULL - SOME CREWS NOT CHECKED"
                If job-rc < 4
                    Move 4 to job-rc
                End-If
            End-If
            If breaches-overflowed
                Display "BREACH TABLE FULL - REPORT IS PARTIAL"
                If job-rc < 4
                    Move 4 to job-rc
                End-If
            End-If

            If sev-count(3) > 0 or sev-count(4) > 0
                If job-rc < 4
                    Move 4 to job-rc
                End-If
            End-If
            If sev-count(1) > 0 or sev-count(2) > 0
                If job-rc < 8
                    Move 8 to job-rc
                End-If
            End-If

            Display "BUSINESS DATE:        " business-date
            Display "HISTORY RECORDS READ: " history-count
            Display "CLAIMS IN WINDOW:     " in-window-count
            Display "CREWS CHECKED:        " tally-count
            Display "SEV 1 NIGHT-EARLY:    " sev-count(1)
            Display "SEV 2 CONSECUTIVE:    " sev-count(2)
            Display "SEV 3 EARLIER BREACH: " sev-count(3)
            Display "SEV 4 AT LIMIT:       " sev-count(4)

            Close comprpt
            If crewmast-is-open
                Close crewmast
            End-If

            Move job-rc to return-code

       Stop run.

       Open-Comprpt.
            Open extend comprpt
            If comprpt-status not = "00"
                Open output comprpt
            End-If.

       Load-Parameters.
            Open input compprm
            If compprm-status = "00"
                Perform until compprm-at-eof
                    Read compprm into parm-line
                        At end
                            Set compprm-at-eof to true
                        Not at end
                            Perform Store-Parameter
                    End-Read
                End-Perform
                Close compprm
            Else
                Display "COMPLIANCE PARAMETERS NOT AVAILABLE - "
                    "DEFAULTS USED"
            End-If
            If look-back > day-limit
                Display "LOOKBACK REDUCED TO " day-limit " DAYS"
                Move day-limit to look-back
            End-If
            If look-back < 2
                Move 2 to look-back
            End-If.

       Store-Parameter.
            If parm-line not = spaces
                Move "N" to parm-ok-sw
                Move spaces to parm-name parm-value
                Move 0 to parm-val-len
                Unstring parm-line
                    Delimited by "=" or " "
                    Into parm-name,
                         parm-value count in parm-val-len
                End-Unstring
                If parm-val-len > 0 and parm-val-len <= 9
                and parm-value(1:parm-val-len) is numeric
                    Move 0 to parm-num
                    Move parm-value(1:parm-val-len)
                        to parm-num(10 - parm-val-len:parm-val-len)
                    If parm-name = "MAXCONSEC"
                    and parm-num > 0 and parm-num < 1000
                        Move parm-num to max-consec
                        Set parm-is-ok to true
                    End-If
                    If parm-name = "LOOKBACK"
                    and parm-num > 0 and parm-num < 1000
                        Move parm-num to look-back
                        Set parm-is-ok to true
                    End-If
                    If parm-name = "NIGHTSHIFT"
                    and parm-num > 0 and parm-num < 10
                        Move parm-num to night-shift
                        Set parm-is-ok to true
                    End-If
                    If parm-name = "EARLYSHIFT"
                    and parm-num > 0 and parm-num < 10
                        Move parm-num to early-shift
                        Set parm-is-ok to true
                    End-If
                    If parm-name = "BUSDATE"
                    and parm-val-len = 8
                        Move parm-num to business-date
                        Set parm-is-ok to true
                    End-If
                End-If
                If not parm-is-ok
                    Display "COMPLIANCE PARAMETER IGNORED: "
                        parm-line(1:40)
                End-If
            End-If.

       Find-Latest-Date.
            Open input claimhst
            If claimhst-status = "00"
                Perform until claimhst-at-eof
                    Read claimhst into claim-hist-line
                        At end
                            Set claimhst-at-eof to true
                        Not at end
                            If kh-date is numeric
                            and kh-date > business-date
                                Move kh-date to business-date
                            End-If
                    End-Read
                End-Perform
                Close claimhst
            End-If.

       Open-Crew-Master.
            Open input crewmast
            If crewmast-status = "00"
                Set crewmast-is-open to true
            Else
                Display "CREW MASTER NOT AVAILABLE - "
                    "CREW NAMES NOT SHOWN"
            End-If.

       Compute-Day-Serial.
            Move ds-date to ds-work
            If ds-mm < 3
                Subtract 1 from ds-yyyy
                Add 12 to ds-mm
            End-If
            Divide ds-yyyy by 4 giving ds-q4
            Divide ds-yyyy by 100 giving ds-q100
            Divide ds-yyyy by 400 giving ds-q400
            Compute ds-m306 = 306 * (ds-mm + 1)
            Divide ds-m306 by 10 giving ds-m306q
            Compute ds-serial = 365 * ds-yyyy + ds-q4 - ds-q100
                + ds-q400 + ds-m306q + ds-dd.

       Record-Claim-Day.
            If kh-date is numeric and kh-date <= business-date
            and kh-crew not = spaces and kh-shift is numeric
            and kh-shift > 0
                Move kh-date to ds-date
                Perform Compute-Day-Serial
                Move ds-serial to claim-serial
                If claim-serial >= first-serial
                    Compute day-ix = claim-serial - first-serial + 1
                    Perform Find-Tally-Slot
                    If tally-slot-empty and not kh-is-cancel
                        If tally-count < tally-limit
                            Add 1 to tally-count
                            Move kh-crew to cd-id(tally-ix)
                            Set tally-slot-found to true
                        Else
                            Set tallies-overflowed to true
                        End-If
                    End-If
                    If tally-slot-found
                        If kh-is-cancel
                            Move space to
                                cd-shifts(tally-ix, day-ix)(kh-shift:1)
                        Else
                            Add 1 to in-window-count
                            Move kh-date to dd-date(day-ix)
                            Move "Y" to
                                cd-shifts(tally-ix, day-ix)(kh-shift:1)
                        End-If
                    End-If
                End-If
            End-If.

       Find-Tally-Slot.
            Move 0 to slot-hash
            Perform Hash-Crew-Char
                varying slot-char-ix from 1 by 1
                until slot-char-ix > 8
            Compute tally-ix = slot-hash + 1
            Move spaces to tally-slot-sw
            Perform Probe-Tally-Slot
                until tally-slot-found or tally-slot-empty.

       Hash-Crew-Char.
            Move 0 to slot-char-pos
            Inspect slot-alphabet tallying slot-char-pos
                for characters before initial kh-crew(slot-char-ix:1)
            Compute slot-hash = slot-hash * 41 + slot-char-pos
            Divide slot-hash by tally-slot-count
                giving slot-quot remainder slot-hash.

       Probe-Tally-Slot.
            If cd-id(tally-ix) = kh-crew
                Set tally-slot-found to true
            Else
            If cd-id(tally-ix) = spaces
                Set tally-slot-empty to true
            Else
            If tally-ix >= tally-slot-count
                Move 1 to tally-ix
            Else
                Add 1 to tally-ix
            End-If
            End-If
            End-If.

       Check-Crew-Pattern.
            If cd-id(tally-ix) not = spaces
                Perform Check-Night-Early
                    varying day-ix from 2 by 1
                    until day-ix > window-days
                Move 0 to run-length
                Move 0 to run-start
                Perform Check-Consecutive-Day
                    varying day-ix from 1 by 1
                    until day-ix > window-days
                Move window-days to run-end
                Perform Close-Consecutive-Run
            End-If.

       Check-Night-Early.
            Compute prev-ix = day-ix - 1
            If cd-shifts(tally-ix, prev-ix)(night-shift:1) = "Y"
            and cd-shifts(tally-ix, day-ix)(early-shift:1) = "Y"
                If day-ix = window-days
                    Move 1 to new-sev
                Else
                    Move 3 to new-sev
                End-If
                Move "NIGHT-EARLY " to new-rule
                Move prev-ix to new-from-ix
                Move day-ix to new-to-ix
                Move 2 to new-days
                Perform Record-Breach
            End-If.

       Check-Consecutive-Day.
            If cd-shifts(tally-ix, day-ix) not = spaces
                Add 1 to run-length
                If run-length = 1
                    Move day-ix to run-start
                End-If
            Else
                Compute run-end = day-ix - 1
                Perform Close-Consecutive-Run
                Move 0 to run-length
            End-If.

       Close-Consecutive-Run.
            If run-length > max-consec
                If run-end = window-days
                    Move 2 to new-sev
                Else
                    Move 3 to new-sev
                End-If
                Move "CONSECUTIVE " to new-rule
                Move run-start to new-from-ix
                Move run-end to new-to-ix
                Move run-length to new-days
                Perform Record-Breach
            Else
            If run-length = max-consec and run-end = window-days
                Move 4 to new-sev
                Move "AT LIMIT    " to new-rule
                Move run-start to new-from-ix
                Move run-end to new-to-ix
                Move run-length to new-days
                Perform Record-Breach
            End-If
            End-If.

       Record-Breach.
            Add 1 to sev-count(new-sev)
            If breach-count < breach-limit
                Add 1 to breach-count
                Move new-sev to br-sev(breach-count)
                Move new-rule to br-rule(breach-count)
                Move cd-id(tally-ix) to br-crew(breach-count)
                Move dd-date(new-from-ix) to br-from(breach-count)
                Move dd-date(new-to-ix) to br-to(breach-count)
                Move new-days to br-days(breach-count)
            Else
                Set breaches-overflowed to true
            End-If.

       Sort-Breaches.
            Set breaches-were-swapped to true
            Perform Sort-Breach-Pass
                until not breaches-were-swapped.

       Sort-Breach-Pass.
            Move "N" to breach-swap-sw
            Perform Compare-Breaches
                varying br-ix from 1 by 1
                until br-ix >= breach-count.

       Compare-Breaches.
            Compute br-jx = br-ix + 1
            If br-sev(br-jx) < br-sev(br-ix)
            or (br-sev(br-jx) = br-sev(br-ix)
                and br-crew(br-jx) < br-crew(br-ix))
            or (br-sev(br-jx) = br-sev(br-ix)
                and br-crew(br-jx) = br-crew(br-ix)
                and br-from(br-jx) < br-from(br-ix))
                Move breach-entry(br-ix) to hold-breach-entry
                Move breach-entry(br-jx) to breach-entry(br-ix)
                Move hold-breach-entry to breach-entry(br-jx)
                Set breaches-were-swapped to true
            End-If.

       Look-Up-Crew-Name.
            Move unknown-crew-name to crew-name
            If crewmast-is-open
                Move br-crew(br-ix) to crewmast-key
                Read crewmast into crewmast-line
                    Invalid key
                        Continue
                    Not invalid key
                        Move cw-in-name to crew-name
                End-Read
            End-If.

       Write-Breach-Line.
            Perform Look-Up-Crew-Name
            Move br-sev(br-ix) to bl-sev
            Move br-rule(br-ix) to bl-rule
            Move br-crew(br-ix) to bl-crew
            Move crew-name to bl-name
            Move br-from(br-ix) to bl-from
            Move br-to(br-ix) to bl-to
            Move br-days(br-ix) to bl-days
            Write comprpt-rec from breach-line.
