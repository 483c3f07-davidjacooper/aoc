       Identification division.
       Program-ID. Day4_Tafeed.

       Environment division.
       Input-output section.
       File-control.
       Select MRGEREL assign to MRGEREL organization line sequential
           file status is mrgerel-status.
       Select ROSTRIN assign to ROSTRIN organization line sequential
           file status is rostrin-status.
       Select CREWMAST assign to CREWMAST organization indexed
           access mode random record key is crewmast-key
           file status is crewmast-status.
       Select SECTMAST assign to SECTMAST organization indexed
           access mode random record key is sectmast-key
           file status is sectmast-status.
       Select TAFEED assign to TAFEED organization line sequential
           file status is tafeed-status.

       Data division.
           File section.
               Fd mrgerel.
               01 mrgerel-rec pic x(42).

               Fd rostrin.
               01 rostrin-rec pic x(255).

               Fd crewmast.
               01 crewmast-rec.
                   05 crewmast-key pic x(8).
                   05 filler       pic x(23).

               Fd sectmast.
               01 sectmast-rec.
                   05 sectmast-key pic 9(3).
                   05 filler       pic x(36).

               Fd tafeed.
               01 tafeed-rec pic x(80).

           Working-storage section.
               01 mrgerel-status  pic x(2).
               01 rostrin-status  pic x(2).
               01 crewmast-status pic x(2).
               01 sectmast-status pic x(2).
               01 tafeed-status   pic x(2).

               01 rostrin-eof-sw pic x(1) value "N".
                   88 rostrin-at-eof value "Y".

               01 feed-ok-sw pic x(1) value "Y".
                   88 feed-is-ok      value "Y".
                   88 feed-is-refused value "N".

               01 crewmast-open-sw pic x(1) value "N".
                   88 crewmast-is-open value "Y".

               01 sectmast-open-sw pic x(1) value "N".
                   88 sectmast-is-open value "Y".

               01 run-date      pic 9(8).
               01 run-time      pic 9(8).
               01 job-rc        pic 9(4).
               01 business-date pic x(8) value spaces.

               01 release-line.
                   05 rl-date   pic x(8).
                   05 filler    pic x(1).
                   05 rl-rc     pic 9(4).
                   05 filler    pic x(1).
                   05 rl-count  pic 9(9).
                   05 filler    pic x(1).
                   05 rl-hash   pic 9(9).
                   05 filler    pic x(1).
                   05 rl-status pic x(8).
                       88 rl-is-released value "RELEASED".

               01 line-count   pic 9(9).
               01 line-hash    pic 9(9).
               01 skipped-count usage index.
               01 detail-count pic 9(9).
               01 record-count pic 9(9).
               01 crew-count   pic 9(9).
               01 no-crew-count usage index.
               01 no-sect-count usage index.

               01 sectmast-line.
                   05 sm-number pic 9(3).
                   05 filler    pic x(1).
                   05 sm-name   pic x(20).
                   05 filler    pic x(1).
                   05 sm-flag   pic x(1).
                   05 filler    pic x(1).
                   05 sm-cap    pic x(2).

               01 crewmast-line.
                   05 cw-in-id   pic x(8).
                   05 filler     pic x(1).
                   05 cw-in-name pic x(20).
                   05 filler     pic x(1).
                   05 cw-in-flag pic x(1).

               01 crew-name pic x(20).
               01 sect-name pic x(20).

               01 unknown-crew-name pic x(20)
                   value "(NOT IN CREW MASTER)".
               01 unknown-sect-name pic x(20)
                   value "(NOT IN SECT MASTER)".

               01 crew-seen-table.
                   05 crew-seen-slot occurs 20011 times.
                       10 cs-id pic x(8).
               01 seen-limit pic 9(5) value 15000.
               01 seen-slot-count pic 9(5) value 20011.
               01 seen-ix       usage index.
               01 slot-hash     pic 9(9).
               01 slot-quot     pic 9(9).
               01 slot-char-ix  usage index.
               01 slot-char-pos usage index.
               01 slot-alphabet pic x(40)
                   value "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ-_ .".

               01 seen-overflow-sw pic x(1) value "N".
                   88 seen-overflowed value "Y".

               01 seen-slot-sw pic x(1).
                   88 seen-slot-found value "Y".
                   88 seen-slot-empty value "E".

               01 start1 pic 9(3).
               01 start2 pic 9(3).
               01 end1   pic 9(3).
               01 end2   pic 9(3).
               01 lo1    pic 9(3).
               01 hi1    pic 9(3).
               01 lo2    pic 9(3).
               01 hi2    pic 9(3).
               01 sect-no usage index.

               01 ufld1 pic x(5).
               01 ufld2 pic x(5).
               01 ufld3 pic x(5).
               01 ufld4 pic x(5).
               01 flen1 usage index.
               01 flen2 usage index.
               01 flen3 usage index.
               01 flen4 usage index.

               01 work-line   pic x(255).
               01 packed-line pic x(255).
               01 packed-len  usage index.
               01 scan-ptr    usage index.

               01 crew-id    pic x(8).
               01 shift-code pic x(1).
               01 colon-pos  usage index.
               01 slash-pos  usage index.
               01 rest-len   usage index.
               01 rest-line  pic x(255).

               01 match-key.
                   05 mk-crew  pic x(8).
                   05 mk-shift pic x(1).

               01 crew-sw pic x(1).
                   88 crew-is-present value "P".
                   88 crew-is-missing value "M".
                   88 crew-is-bad     value "B".
                   88 crew-has-bad-shift value "S".

               01 line-valid-sw pic x(1).
                   88 line-is-valid   value "Y".
                   88 line-is-invalid value "N".

               01 ta-header.
                   05 ta-h-type     pic x(1) value "H".
                   05 ta-h-id       pic x(8) value "ROSTERTA".
                   05 ta-h-bus-date pic x(8).
                   05 ta-h-run-date pic 9(8).
                   05 ta-h-run-time pic 9(8).
                   05 filler        pic x(47) value spaces.

               01 ta-detail.
                   05 ta-d-type      pic x(1) value "D".
                   05 ta-d-bus-date  pic x(8).
                   05 ta-d-crew      pic x(8).
                   05 ta-d-crew-name pic x(20).
                   05 ta-d-shift     pic x(1).
                   05 ta-d-section   pic 9(3).
                   05 ta-d-sect-name pic x(20).
                   05 filler         pic x(19) value spaces.

               01 ta-trailer.
                   05 ta-t-type     pic x(1) value "T".
                   05 ta-t-bus-date pic x(8).
                   05 ta-t-records  pic 9(9).
                   05 ta-t-crews    pic 9(9).
                   05 ta-t-sections pic 9(9).
                   05 filler        pic x(44) value spaces.

       Procedure division.

            Accept run-date from date yyyymmdd
            Accept run-time from time

            Move 0 to line-count
            Move 0 to line-hash
            Move 0 to skipped-count
            Move 0 to detail-count
            Move 0 to crew-count
            Move 0 to no-crew-count
            Move 0 to no-sect-count
            Move 0 to job-rc
            Move spaces to crew-seen-table

            Perform Read-Release-Control
            If feed-is-ok
                Perform Verify-Released-Roster
            End-If
            If feed-is-ok
                Perform Open-Masters
            End-If

            Open output tafeed
            If feed-is-ok
                Perform Write-Feed
            Else
                Display "TIME-AND-ATTENDANCE FEED NOT WRITTEN"
                If job-rc < 8
                    Move 8 to job-rc
                End-If
            End-If
            Close tafeed

            If crewmast-is-open
                Close crewmast
            End-If
            If sectmast-is-open
                Close sectmast
            End-If

            If seen-overflowed
                Display "CREW COUNT TABLE FULL - "
                    "TRAILER CREW COUNT IS PARTIAL"
                If job-rc < 8
                    Move 8 to job-rc
                End-If
            End-If

            Display "BUSINESS DATE:        " business-date
            Display "ROSTER LINES READ:    " line-count
            Display "LINES SKIPPED:        " skipped-count
            Display "DETAIL RECORDS:       " detail-count
            Display "CREWS:                " crew-count
            Display "CREWS NOT ON MASTER:  " no-crew-count
            Display "SECTIONS NOT ON MSTR: " no-sect-count

            If (skipped-count > 0 or no-crew-count > 0
                or no-sect-count > 0)
            and job-rc < 4
                Move 4 to job-rc
            End-If

            Move job-rc to return-code

       Stop run.

       Read-Release-Control.
            Move spaces to release-line
            Open input mrgerel
            If mrgerel-status = "00"
                Read mrgerel into release-line
                    At end
                        Move spaces to release-line
                End-Read
                Close mrgerel
            End-If
            If not rl-is-released
                Display "ROSTER NOT RELEASED BY DAY4MRGE - "
                    "NO FEED FOR PAYROLL"
                Set feed-is-refused to true
            End-If.

       Verify-Released-Roster.
            Move "N" to rostrin-eof-sw
            Open input rostrin
            If rostrin-status = "00"
                Perform until rostrin-at-eof
                    Read rostrin
                        At end
                            Set rostrin-at-eof to true
                        Not at end
                            Move rostrin-rec to work-line
                            Perform Pack-Work-Line
                            If packed-line(1:4) = "TRL,"
                                Continue
                            Else
                            If packed-line(1:4) = "HDR,"
                                Move packed-line(5:8) to business-date
                            Else
                                Add 1 to line-count
                                Perform Validate-Work-Line
                                If line-is-valid
                                    Add start1 end1 start2 end2
                                        to line-hash
                                End-If
                            End-If
                            End-If
                    End-Read
                End-Perform
                Close rostrin
            Else
                Display "RELEASED ROSTER NOT AVAILABLE"
                Set feed-is-refused to true
            End-If
            If feed-is-ok
                If business-date is not numeric
                    Display "RELEASED ROSTER HAS NO VALID HDR DATE"
                    Set feed-is-refused to true
                Else
                If business-date not = rl-date
                or line-count not = rl-count
                or line-hash not = rl-hash
                    Display "ROSTER DOES NOT MATCH RELEASE CONTROL - "
                        "RELEASED " rl-date " " rl-count " " rl-hash
                    Set feed-is-refused to true
                End-If
                End-If
            End-If.

       Open-Masters.
            Open input crewmast
            If crewmast-status = "00"
                Set crewmast-is-open to true
            Else
                Display "CREW MASTER NOT AVAILABLE - "
                    "CREW NAMES CANNOT BE SUPPLIED"
                Set feed-is-refused to true
            End-If
            Open input sectmast
            If sectmast-status = "00"
                Set sectmast-is-open to true
            Else
                Display "SECTION MASTER NOT AVAILABLE - "
                    "SECTION NAMES CANNOT BE SUPPLIED"
                Set feed-is-refused to true
            End-If.

       Write-Feed.
            Move business-date to ta-h-bus-date
            Move run-date to ta-h-run-date
            Move run-time to ta-h-run-time
            Write tafeed-rec from ta-header

            Move business-date to ta-d-bus-date
            Move "N" to rostrin-eof-sw
            Open input rostrin
            Perform until rostrin-at-eof
                Read rostrin
                    At end
                        Set rostrin-at-eof to true
                    Not at end
                        Move rostrin-rec to work-line
                        Perform Pack-Work-Line
                        If packed-line(1:4) = "TRL,"
                        or packed-line(1:4) = "HDR,"
                            Continue
                        Else
                            Perform Expand-Roster-Line
                        End-If
                End-Read
            End-Perform
            Close rostrin

            Compute record-count = detail-count + 2
            Move business-date to ta-t-bus-date
            Move record-count to ta-t-records
            Move crew-count to ta-t-crews
            Move detail-count to ta-t-sections
            Write tafeed-rec from ta-trailer.

       Expand-Roster-Line.
            Perform Validate-Work-Line
            If line-is-invalid
                Add 1 to skipped-count
                Display "LINE SKIPPED: " rostrin-rec(1:40)
            Else
                Perform Count-Crew
                Perform Look-Up-Crew-Name
                Move crew-id to ta-d-crew
                Move crew-name to ta-d-crew-name
                Move shift-code to ta-d-shift
                If start1 <= end1
                    Move start1 to lo1
                    Move end1   to hi1
                Else
                    Move end1   to lo1
                    Move start1 to hi1
                End-If
                If start2 <= end2
                    Move start2 to lo2
                    Move end2   to hi2
                Else
                    Move end2   to lo2
                    Move start2 to hi2
                End-If
                Perform Write-Detail-Record
                    varying sect-no from lo1 by 1 until sect-no > hi1
                Perform Write-Second-Range-Record
                    varying sect-no from lo2 by 1 until sect-no > hi2
            End-If.

       Write-Second-Range-Record.
            If sect-no < lo1 or sect-no > hi1
                Perform Write-Detail-Record
            End-If.

       Write-Detail-Record.
            Perform Look-Up-Section-Name
            Move sect-no to ta-d-section
            Move sect-name to ta-d-sect-name
            Write tafeed-rec from ta-detail
            Add 1 to detail-count.

       Look-Up-Crew-Name.
            Move unknown-crew-name to crew-name
            Move crew-id to crewmast-key
            Read crewmast into crewmast-line
                Invalid key
                    Add 1 to no-crew-count
                    Display "CREW NOT ON MASTER: " crew-id
                Not invalid key
                    Move cw-in-name to crew-name
            End-Read.

       Look-Up-Section-Name.
            Move unknown-sect-name to sect-name
            Move sect-no to sectmast-key
            Read sectmast into sectmast-line
                Invalid key
                    Add 1 to no-sect-count
                Not invalid key
                    Move sm-name to sect-name
            End-Read.

       Count-Crew.
            Move 0 to slot-hash
            Perform Hash-Crew-Char
                varying slot-char-ix from 1 by 1
                until slot-char-ix > 8
            Compute seen-ix = slot-hash + 1
            Move spaces to seen-slot-sw
            Perform Probe-Seen-Slot
                until seen-slot-found or seen-slot-empty
            If seen-slot-empty
                If crew-count < seen-limit
                    Add 1 to crew-count
                    Move crew-id to cs-id(seen-ix)
                Else
                    Set seen-overflowed to true
                End-If
            End-If.

       Hash-Crew-Char.
            Move 0 to slot-char-pos
            Inspect slot-alphabet tallying slot-char-pos
                for characters before initial crew-id(slot-char-ix:1)
            Compute slot-hash = slot-hash * 41 + slot-char-pos
            Divide slot-hash by seen-slot-count
                giving slot-quot remainder slot-hash.

       Probe-Seen-Slot.
            If cs-id(seen-ix) = crew-id
                Set seen-slot-found to true
            Else
            If cs-id(seen-ix) = spaces
                Set seen-slot-empty to true
            Else
            If seen-ix >= seen-slot-count
                Move 1 to seen-ix
            Else
                Add 1 to seen-ix
            End-If
            End-If
            End-If.

       Validate-Work-Line.
            Perform Pack-Work-Line
            Perform Split-Crew-From-Line

            Move spaces to ufld1 ufld2 ufld3 ufld4
            Move 0 to flen1 flen2 flen3 flen4

            Set line-is-invalid to true

            If crew-is-present
                If packed-len > 0
                    Unstring packed-line(1:packed-len)
                        Delimited by "-" or ","
                        Into ufld1 count in flen1,
                             ufld2 count in flen2,
                             ufld3 count in flen3,
                             ufld4 count in flen4
                    End-Unstring
                End-If

            If flen1 > 0 and flen1 <= 3 and ufld1(1:flen1) is numeric
            If flen2 > 0 and flen2 <= 3 and ufld2(1:flen2) is numeric
            If flen3 > 0 and flen3 <= 3 and ufld3(1:flen3) is numeric
            If flen4 > 0 and flen4 <= 3 and ufld4(1:flen4) is numeric
                Move ufld1 to start1
                Move ufld2 to end1
                Move ufld3 to start2
                Move ufld4 to end2
                Set line-is-valid to true
            End-If
            End-If
            End-If
            End-If
            End-If.

       Split-Crew-From-Line.
            Move spaces to crew-id
            Move "1" to shift-code
            Move 0 to colon-pos
            Move 0 to slash-pos
            Move 1 to scan-ptr
            Perform until scan-ptr > packed-len or colon-pos > 0
                If packed-line(scan-ptr:1) = ":"
                    Move scan-ptr to colon-pos
                Else
                    Add 1 to scan-ptr
                End-If
            End-Perform
            If colon-pos = 0 or colon-pos = 1
                Move "M" to crew-sw
            Else
            If colon-pos > 11
                Move "B" to crew-sw
            Else
                Move 1 to scan-ptr
                Perform until scan-ptr >= colon-pos
                        or slash-pos > 0
                    If packed-line(scan-ptr:1) = "/"
                        Move scan-ptr to slash-pos
                    Else
                        Add 1 to scan-ptr
                    End-If
                End-Perform
                If slash-pos = 0
                    If colon-pos > 9
                        Move "B" to crew-sw
                    Else
                        Move packed-line(1:colon-pos - 1)
                            to crew-id
                        Move "P" to crew-sw
                    End-If
                Else
                If slash-pos = 1 or slash-pos > 9
                or slash-pos not = colon-pos - 2
                    Move "B" to crew-sw
                Else
                    Move packed-line(1:slash-pos - 1) to crew-id
                    Move packed-line(slash-pos + 1:1)
                        to shift-code
                    If shift-code >= "1" and shift-code <= "9"
                        Move "P" to crew-sw
                    Else
                        Move "S" to crew-sw
                    End-If
                End-If
                End-If
                If crew-is-present
                    Compute rest-len = packed-len - colon-pos
                    Move spaces to rest-line
                    If rest-len > 0
                        Move packed-line(colon-pos + 1:rest-len)
                            to rest-line
                    End-If
                    Move rest-line to packed-line
                    Move rest-len to packed-len
                End-If
            End-If
            End-If
            Move crew-id to mk-crew
            Move shift-code to mk-shift.

       Pack-Work-Line.
            Move spaces to packed-line
            Move 0 to packed-len
            Move 1 to scan-ptr
            Perform until scan-ptr > 255
                If work-line(scan-ptr:1) not = space
                    Add 1 to packed-len
                    Move work-line(scan-ptr:1)
                        to packed-line(packed-len:1)
                End-If
                Add 1 to scan-ptr
            End-Perform.
