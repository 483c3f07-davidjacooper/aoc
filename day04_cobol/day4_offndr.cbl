       File-control.
       Select CONFHIST assign to CONFHIST organization line sequential
           file status is confhist-status.
       Select CREWMAST assign to CREWMAST organization indexed
           access mode random record key is crewmast-key
           file status is crewmast-status.
       Select OFFNPRM assign to OFFNPRM organization line sequential
           file status is offnprm-status.
               01 confhist-rec pic x(43).

               Fd crewmast.
               01 crewmast-rec.
                   05 crewmast-key pic x(8).
                   05 filler       pic x(23).

               Fd offnprm.
               01 offnprm-rec pic x(80).
               01 confhist-eof-sw pic x(1) value "N".
                   88 confhist-at-eof value "Y".

               01 offnprm-eof-sw pic x(1) value "N".
                   88 offnprm-at-eof value "Y".

               01 crewmast-open-sw pic x(1) value "N".
                   88 crewmast-is-open value "Y".

               01 history-count usage index.
               01 in-range-count usage index.
                   05 filler     pic x(1).
                   05 cw-in-flag pic x(1).

               01 crew-tally-table.
                   05 crew-tally-slot occurs 20011 times.
                       10 ct-id        pic x(8).
                       10 ct-total     pic 9(5).
                       10 ct-contained pic 9(5).
                       10 ct-partial   pic 9(5).
                       10 ct-dblbook   pic 9(5).
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

               01 offender-table.
                   05 offender-entry occurs 15000 times.
                       10 of-crew      pic x(8).
                       10 of-name      pic x(20).
                       10 of-total     pic 9(5).
                       10 of-contained pic 9(5).
                       10 of-partial   pic 9(5).
                       10 of-dblbook   pic 9(5).
               01 offender-limit pic 9(5) value 15000.
               01 off-ix usage index.
               01 off-jx usage index.

            Move 0 to history-count
            Move 0 to in-range-count
            Move 0 to offender-count
            Move 0 to tally-count
            Move spaces to crew-tally-table

            Perform Load-Parameters
            Perform Open-Crew-Master
            Perform Open-Offnrpt

            Open input confhist
                    until off-ix > offender-count
            End-If

            If tallies-overflowed
                Display "CREW TALLY TABLE FULL - "
                    "SOME CREWS NOT COUNTED"
            End-If
            If offenders-overflowed
                Display "OFFENDER TABLE FULL - RANKING IS PARTIAL"
            Display "CREWS RANKED:         " offender-count

            Close offnrpt
            If crewmast-is-open
                Close crewmast
            End-If

       Stop run.

                End-If
            End-If.

       Open-Crew-Master.
            Open input crewmast
            If crewmast-status = "00"
                Set crewmast-is-open to true
            Else
                Display "CREW MASTER NOT AVAILABLE - "
                    "CREW NAMES NOT SHOWN"
            End-If.

       Tally-History-Record.
            If hs-date is numeric
            and hs-date >= from-date and hs-date <= to-date
            and hs-crew not = spaces
                Add 1 to in-range-count
                Perform Find-Tally-Slot
                If tally-slot-empty
                    If tally-count < tally-limit
                        Add 1 to tally-count
                        Move hs-crew to ct-id(tally-ix)
                        Move 0 to ct-total(tally-ix)
                        Move 0 to ct-contained(tally-ix)
                        Move 0 to ct-partial(tally-ix)
                        Move 0 to ct-dblbook(tally-ix)
                        Set tally-slot-found to true
                    Else
                        Set tallies-overflowed to true
                    End-If
                End-If
                If tally-slot-found
                    Perform Count-Crew-Tally
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
                for characters before initial hs-crew(slot-char-ix:1)
            Compute slot-hash = slot-hash * 41 + slot-char-pos
            Divide slot-hash by tally-slot-count
                giving slot-quot remainder slot-hash.

       Probe-Tally-Slot.
            If ct-id(tally-ix) = hs-crew
                Set tally-slot-found to true
            Else
            If ct-id(tally-ix) = spaces
                Set tally-slot-empty to true
            Else
            If tally-ix >= tally-slot-count
                Move 1 to tally-ix
            Else
                Add 1 to tally-ix
            End-If
            End-If
            End-If.

       Count-Crew-Tally.
            Add 1 to ct-total(tally-ix)
            If hs-kind = "CONTAINED"
                Add 1 to ct-contained(tally-ix)
            End-If
            If hs-kind = "PARTIAL"
                Add 1 to ct-partial(tally-ix)
            End-If
            If hs-kind = "DBLBOOKED"
                Add 1 to ct-dblbook(tally-ix)
            End-If.

       Collect-Offenders.
            Perform Collect-Offender
                varying tally-ix from 1 by 1
                until tally-ix > tally-slot-count.

       Collect-Offender.
            If ct-id(tally-ix) not = spaces
            and ct-total(tally-ix) > 0
                If offender-count < offender-limit
                    Add 1 to offender-count
                    Move ct-id(tally-ix) to of-crew(offender-count)
                    Perform Look-Up-Crew-Name
                    Move ct-total(tally-ix)
                        to of-total(offender-count)
                    Move ct-contained(tally-ix)
                        to of-contained(offender-count)
                    Move ct-partial(tally-ix)
                        to of-partial(offender-count)
                    Move ct-dblbook(tally-ix)
                        to of-dblbook(offender-count)
                Else
                    Set offenders-overflowed to true
                End-If
            End-If.

       Look-Up-Crew-Name.
            Move unknown-crew-name to of-name(offender-count)
            If crewmast-is-open
                Move ct-id(tally-ix) to crewmast-key
                Read crewmast into crewmast-line
                    Invalid key
                        Continue
                    Not invalid key
                        Move cw-in-name to of-name(offender-count)
                End-Read
            End-If.

       Sort-Offenders.
       Compare-Offenders.
            Compute off-jx = off-ix + 1
            If of-total(off-jx) > of-total(off-ix)
            or (of-total(off-jx) = of-total(off-ix)
                and of-crew(off-jx) < of-crew(off-ix))
                Move offender-entry(off-ix) to hold-offender-entry
                Move offender-entry(off-jx) to offender-entry(off-ix)
                Move hold-offender-entry to offender-entry(off-jx)
