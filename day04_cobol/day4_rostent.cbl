       Identification division.
       Program-ID. Day4_Rostent.

       Environment division.
       Input-output section.
       File-control.
       Select ROSTOUT assign to ROSTOUT organization line sequential
           file status is rostout-status.
       Select ROSTDRFT assign to ROSTDRFT organization line sequential
           file status is rostdrft-status.
       Select SECTMAST assign to SECTMAST organization indexed
           access mode dynamic record key is sectmast-key
           file status is sectmast-status.
       Select CREWMAST assign to CREWMAST organization indexed
           access mode random record key is crewmast-key
           file status is crewmast-status.

       Data division.
           File section.
               Fd rostout.
               01 rostout-rec pic x(255).

               Fd rostdrft.
               01 rostdrft-rec pic x(255).

               Fd sectmast.
               01 sectmast-rec.
                   05 sectmast-key pic 9(3).
                   05 filler       pic x(36).

               Fd crewmast.
               01 crewmast-rec.
                   05 crewmast-key pic x(8).
                   05 filler       pic x(23).

           Working-storage section.
           01 rostout-status  pic x(2).
           01 rostdrft-status pic x(2).
           01 sectmast-status pic x(2).
           01 crewmast-status pic x(2).

           01 input-line pic x(255).

           01 start1 pic 9(3).
           01 start2 pic 9(3).
           01 end1   pic 9(3).
           01 end2   pic 9(3).

           01 ufld1 pic x(5).
           01 ufld2 pic x(5).
           01 ufld3 pic x(5).
           01 ufld4 pic x(5).
           01 flen1 usage index.
           01 flen2 usage index.
           01 flen3 usage index.
           01 flen4 usage index.

           01 packed-line pic x(255).
           01 packed-len  usage index.
           01 scan-ptr    usage index.

           01 line-valid-sw pic x(1).
               88 line-is-valid   value "Y".
               88 line-is-invalid value "N".

           01 crew-id    pic x(8).
           01 shift-code pic x(1).
           01 shift-num  pic 9(2).
           01 colon-pos  usage index.
           01 slash-pos  usage index.
           01 rest-len   usage index.
           01 rest-line  pic x(255).

           01 crew-sw pic x(1).
               88 crew-is-present value "P".
               88 crew-is-missing value "M".
               88 crew-is-bad     value "B".
               88 crew-has-bad-shift value "S".

           01 reject-reason pic x(20).

           01 mode-ans pic x(1) value "?".
               88 mode-is-enter  value "E" "e".
               88 mode-is-list   value "L" "l".
               88 mode-is-delete value "D" "d".
               88 mode-is-save   value "S" "s".
               88 mode-is-close  value "C" "c".
               88 mode-is-quit   value "Q" "q".

           01 yes-no-ans pic x(1).
               88 answer-is-yes value "Y" "y".
               88 answer-is-no  value "N" "n".

           01 crew-ans   pic x(20).
           01 shift-ans  pic x(5).
           01 ranges-ans pic x(40).
           01 date-ans   pic x(10).
           01 del-ans    pic x(8).
           01 del-key    pic x(8).
           01 del-len    usage index.
           01 del-line-no pic 9(5).

           01 run-date      pic 9(8).
           01 business-date pic 9(8).

           01 header-sw pic x(1) value "N".
               88 header-is-valid value "Y".

           01 hdr-tag    pic x(4).
           01 hdr-date-x pic x(9).
           01 hdr-dt-len usage index.

           01 run-serial      pic 9(9).
           01 business-serial pic 9(9).

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

           01 sectmast-eof-sw pic x(1) value "N".
               88 sectmast-at-eof value "Y".

           01 sectmast-loaded-sw pic x(1) value "N".
               88 sectmast-is-loaded value "Y".

           01 sectmast-line.
               05 sm-number pic 9(3).
               05 filler    pic x(1).
               05 sm-name   pic x(20).
               05 filler    pic x(1).
               05 sm-flag   pic x(1).
               05 filler    pic x(1).
               05 sm-cap    pic x(2).

           01 section-table.
               05 section-entry occurs 999 times.
                   10 se-name pic x(20).
                   10 se-flag pic x(1).
                       88 se-is-active  value "A".
                       88 se-is-retired value "R".
                       88 se-is-known   value "A" "R".
                   10 se-cap  pic 9(2).

           01 sect-capacity pic 9(5).

           01 sect-no  usage index.
           01 chk-lo   pic 9(3).
           01 chk-hi   pic 9(3).

           01 crewmast-open-sw pic x(1) value "N".
               88 crewmast-is-open value "Y".

           01 crewmast-line.
               05 cw-in-id   pic x(8).
               05 filler     pic x(1).
               05 cw-in-name pic x(20).
               05 filler     pic x(1).
               05 cw-in-flag pic x(1).

           01 roster-table.
               05 roster-entry occurs 5000 times.
                   10 re-text  pic x(60).
                   10 re-crew  pic x(8).
                   10 re-shift pic 9(2).
                   10 re-s1    pic 9(3).
                   10 re-e1    pic 9(3).
                   10 re-s2    pic 9(3).
                   10 re-e2    pic 9(3).
           01 roster-count usage index.
           01 roster-limit pic 9(5) value 5000.
           01 roster-ix    usage index.
           01 other-ix     usage index.
           01 entry-text   pic x(60).

           01 roster-changed-sw pic x(1) value "N".
               88 roster-has-changed value "Y".

           01 claim-tally-table.
               05 claim-tally-shift occurs 9 times.
                   10 claim-tally-sect occurs 999 times.
                       15 ct-count pic 9(5).
                       15 ct-last  pic 9(5).
           01 tally-line pic 9(5).

           01 over-cap-table.
               05 over-cap-sw pic x(1) occurs 999 times.
                   88 sect-is-over-cap value "Y".
           01 over-cap-count usage index.

           01 clash-sw pic x(1).
               88 line-clashes value "Y".

           01 other-lo pic 9(3).
           01 other-hi pic 9(3).

           01 draft-eof-sw pic x(1) value "N".
               88 draft-at-eof value "Y".
           01 draft-loaded  usage index.
           01 draft-dropped usage index.
           01 count-before  usage index.

           01 hash-total pic 9(9).

           01 header-line.
               05 filler  pic x(4) value "HDR,".
               05 hl-date pic 9(8).

           01 trailer-line.
               05 filler   pic x(4) value "TRL,".
               05 tl-count pic 9(9).
               05 filler   pic x(1) value ",".
               05 tl-hash  pic 9(9).

           01 line-ed  pic zzzz9.
           01 count-ed pic zzzz9.
           01 cap-ed   pic z9.
           01 sect-ed  pic 9(3).

       Procedure division.

            Accept run-date from date yyyymmdd
            Move run-date to ds-date
            Perform Compute-Day-Serial
            Move ds-serial to run-serial

            Move zeros to claim-tally-table
            Move 0 to roster-count
            Perform Load-Section-Master
            Perform Open-Crew-Master

            Move spaces to yes-no-ans
            Perform until answer-is-yes or answer-is-no
                Display "Reopen the saved draft? (Y/N): "
                    with no advancing
                Accept yes-no-ans
                If not answer-is-yes and not answer-is-no
                    Display "Please answer Y or N."
                End-If
            End-Perform
            If answer-is-yes
                Perform Reopen-Draft
            End-If

            Perform until header-is-valid
                Perform Ask-Business-Date
            End-Perform

            Perform until mode-is-quit
                Display " "
                Move roster-count to count-ed
                Display "Roster " business-date " has " count-ed
                    " line(s)."
                Display "Mode: (E)nter lines, (L)ist, (D)elete, "
                    "(S)ave draft, (C)lose roster, (Q)uit: "
                    with no advancing
                Accept mode-ans
                If mode-is-enter
                    Perform Entry-Loop
                Else
                If mode-is-list
                    Perform List-Roster
                Else
                If mode-is-delete
                    Perform Delete-Loop
                Else
                If mode-is-save
                    Perform Save-Draft
                Else
                If mode-is-close
                    Perform Close-Roster
                Else
                If mode-is-quit
                    Perform Confirm-Quit
                Else
                    Display "Please answer E, L, D, S, C or Q."
                End-If
                End-If
                End-If
                End-If
                End-If
                End-If
            End-Perform

            If crewmast-is-open
                Close crewmast
            End-If

       Stop run.

       Ask-Business-Date.
            Move spaces to date-ans
            Display "Business date YYYYMMDD (blank for today): "
                with no advancing
            Accept date-ans
            If date-ans = spaces
                Move run-date to business-date
                Perform Check-Business-Date
            Else
            If date-ans(1:8) is numeric and date-ans(9:2) = spaces
                Move date-ans(1:8) to business-date
                Perform Check-Business-Date
            Else
                Display "Please give the date as YYYYMMDD."
            End-If
            End-If.

       Check-Business-Date.
            Set header-is-valid to true
            Move business-date to ds-work
            If ds-mm < 1 or ds-mm > 12 or ds-dd < 1 or ds-dd > 31
                Display "NOT A VALID DATE: " business-date
                Move "N" to header-sw
            Else
                Move business-date to ds-date
                Perform Compute-Day-Serial
                Move ds-serial to business-serial
                If run-serial - business-serial > 1
                    Display "ROSTER WOULD BE STALE: " business-date
                        " - DAY4PT1 REFUSES ROSTERS MORE THAN ONE "
                        "DAY OLD"
                    Move "N" to header-sw
                Else
                If business-serial > run-serial
                    Display "NOTE - DAY4PT1 WILL NOT ACCEPT THIS "
                        "ROSTER BEFORE " business-date
                End-If
                End-If
            End-If.

       Entry-Loop.
            Move spaces to crew-ans
            Display "Crew ID (blank to return): " with no advancing
            Accept crew-ans
            Perform until crew-ans = spaces
                Move spaces to shift-ans ranges-ans
                Display "Shift (1-9, blank for 1): "
                    with no advancing
                Accept shift-ans
                Display "Ranges S1-E1,S2-E2: " with no advancing
                Accept ranges-ans
                Move spaces to input-line
                If shift-ans = spaces
                    String crew-ans ":" ranges-ans
                        delimited by size into input-line
                    End-String
                Else
                    String crew-ans "/" shift-ans ":" ranges-ans
                        delimited by size into input-line
                    End-String
                End-If
                Perform Process-Entry-Line
                Move spaces to crew-ans
                Display " "
                Display "Crew ID (blank to return): "
                    with no advancing
                Accept crew-ans
            End-Perform.

       Process-Entry-Line.
            Perform Pack-Input-Line
            Move spaces to entry-text
            If packed-len > 60
                Move packed-line(1:60) to entry-text
                Move "LINE TOO LONG" to reject-reason
                Set line-is-invalid to true
            Else
                Move packed-line(1:60) to entry-text
                Perform Validate-Line
            End-If
            If line-is-valid
                Move shift-code to shift-num
                Perform Check-Crew
            End-If
            If line-is-valid
                Perform Check-Section-Ranges
            End-If
            If line-is-valid and roster-count >= roster-limit
                Move "ROSTER FULL" to reject-reason
                Set line-is-invalid to true
            End-If

            If line-is-valid
                Perform Add-Roster-Entry
            Else
                Display "REJECTED - " reject-reason " - " entry-text
            End-If.

       Add-Roster-Entry.
            Add 1 to roster-count
            Move entry-text to re-text(roster-count)
            Move crew-id    to re-crew(roster-count)
            Move shift-num  to re-shift(roster-count)
            Move start1     to re-s1(roster-count)
            Move end1       to re-e1(roster-count)
            Move start2     to re-s2(roster-count)
            Move end2       to re-e2(roster-count)
            Set roster-has-changed to true

            Move roster-count to line-ed
            Display "ACCEPTED AS LINE " line-ed " - " entry-text
            If not ((end1 < start2) or (end2 < start1))
                If (start1 <= start2 and end1 >= end2)
                or (start2 <= start1 and end2 >= end1)
                    Display "NOTE - RANGES OVERLAP ON THIS LINE "
                        "(FULLY CONTAINED)"
                Else
                    Display "NOTE - RANGES OVERLAP ON THIS LINE "
                        "(PARTIAL)"
                End-If
            End-If

            Move roster-count to roster-ix
            Perform Tally-Roster-Entry
            Perform Check-Double-Booking.

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
                Perform Find-Duplicate-Crew
                    varying other-ix from 1 by 1
                    until other-ix > roster-count or line-is-invalid
            End-If.

       Find-Duplicate-Crew.
            If re-crew(other-ix) = crew-id
            and re-shift(other-ix) = shift-num
                Move "DUPLICATE CREW" to reject-reason
                Set line-is-invalid to true
            End-If.

       Check-Section-Ranges.
            If sectmast-is-loaded
                If start1 <= end1
                    Move start1 to chk-lo
                    Move end1   to chk-hi
                Else
                    Move end1   to chk-lo
                    Move start1 to chk-hi
                End-If
                Perform Check-One-Section
                    varying sect-no from chk-lo by 1
                    until sect-no > chk-hi or line-is-invalid
                If line-is-valid
                    If start2 <= end2
                        Move start2 to chk-lo
                        Move end2   to chk-hi
                    Else
                        Move end2   to chk-lo
                        Move start2 to chk-hi
                    End-If
                    Perform Check-One-Section
                        varying sect-no from chk-lo by 1
                        until sect-no > chk-hi or line-is-invalid
                End-If
            End-If.

       Check-One-Section.
            If sect-no < 1
                Move "UNKNOWN SECTION" to reject-reason
                Set line-is-invalid to true
            Else
                If se-is-retired(sect-no)
                    Move "RETIRED SECTION" to reject-reason
                    Set line-is-invalid to true
                End-If
                If not se-is-known(sect-no)
                    Move "UNKNOWN SECTION" to reject-reason
                    Set line-is-invalid to true
                End-If
            End-If.

       Tally-Roster-Entry.
            Move roster-ix to tally-line
            Move re-shift(roster-ix) to shift-num
            If re-s1(roster-ix) <= re-e1(roster-ix)
                Move re-s1(roster-ix) to chk-lo
                Move re-e1(roster-ix) to chk-hi
            Else
                Move re-e1(roster-ix) to chk-lo
                Move re-s1(roster-ix) to chk-hi
            End-If
            Perform Tally-One-Section
                varying sect-no from chk-lo by 1
                until sect-no > chk-hi
            If re-s2(roster-ix) <= re-e2(roster-ix)
                Move re-s2(roster-ix) to chk-lo
                Move re-e2(roster-ix) to chk-hi
            Else
                Move re-e2(roster-ix) to chk-lo
                Move re-s2(roster-ix) to chk-hi
            End-If
            Perform Tally-One-Section
                varying sect-no from chk-lo by 1
                until sect-no > chk-hi.

       Tally-One-Section.
            If sect-no >= 1 and sect-no <= 999
                If tally-line not = ct-last(shift-num, sect-no)
                    Add 1 to ct-count(shift-num, sect-no)
                    Move tally-line to ct-last(shift-num, sect-no)
                End-If
            End-If.

       Rebuild-Claim-Tally.
            Move zeros to claim-tally-table
            Perform Tally-Roster-Entry
                varying roster-ix from 1 by 1
                until roster-ix > roster-count.

       Check-Double-Booking.
            Move spaces to over-cap-table
            Move 0 to over-cap-count
            If start1 <= end1
                Move start1 to chk-lo
                Move end1   to chk-hi
            Else
                Move end1   to chk-lo
                Move start1 to chk-hi
            End-If
            Perform Check-Section-Booking
                varying sect-no from chk-lo by 1
                until sect-no > chk-hi
            If start2 <= end2
                Move start2 to chk-lo
                Move end2   to chk-hi
            Else
                Move end2   to chk-lo
                Move start2 to chk-hi
            End-If
            Perform Check-Section-Booking
                varying sect-no from chk-lo by 1
                until sect-no > chk-hi
            If over-cap-count > 0
                Perform Show-Clashing-Line
                    varying other-ix from 1 by 1
                    until other-ix >= roster-count
            End-If.

       Check-Section-Booking.
            If sect-no >= 1 and sect-no <= 999
            and not sect-is-over-cap(sect-no)
                If sectmast-is-loaded and se-is-known(sect-no)
                    Move se-cap(sect-no) to sect-capacity
                Else
                    Move 1 to sect-capacity
                End-If
                If ct-count(shift-num, sect-no) > sect-capacity
                    Set sect-is-over-cap(sect-no) to true
                    Add 1 to over-cap-count
                    Move sect-no to sect-ed
                    Move ct-count(shift-num, sect-no) to count-ed
                    Move sect-capacity to cap-ed
                    Display "WARNING - SECTION " sect-ed
                        " SHIFT " shift-code
                        " DOUBLE-BOOKED: " count-ed
                        " LINES, CAPACITY " cap-ed
                End-If
            End-If.

       Show-Clashing-Line.
            Move "N" to clash-sw
            If re-shift(other-ix) = shift-num
                If re-s1(other-ix) <= re-e1(other-ix)
                    Move re-s1(other-ix) to other-lo
                    Move re-e1(other-ix) to other-hi
                Else
                    Move re-e1(other-ix) to other-lo
                    Move re-s1(other-ix) to other-hi
                End-If
                Perform Check-Clash-Section
                    varying sect-no from other-lo by 1
                    until sect-no > other-hi or line-clashes
                If re-s2(other-ix) <= re-e2(other-ix)
                    Move re-s2(other-ix) to other-lo
                    Move re-e2(other-ix) to other-hi
                Else
                    Move re-e2(other-ix) to other-lo
                    Move re-s2(other-ix) to other-hi
                End-If
                Perform Check-Clash-Section
                    varying sect-no from other-lo by 1
                    until sect-no > other-hi or line-clashes
            End-If
            If line-clashes
                Move other-ix to line-ed
                Display "          BOOKED ALSO BY LINE " line-ed
                    " - " re-text(other-ix)
            End-If.

       Check-Clash-Section.
            If sect-no >= 1 and sect-no <= 999
            and sect-is-over-cap(sect-no)
                Set line-clashes to true
            End-If.

       List-Roster.
            Display " "
            Display "ROSTER " business-date
            If roster-count = 0
                Display "(NO LINES KEYED)"
            Else
                Perform List-Roster-Entry
                    varying roster-ix from 1 by 1
                    until roster-ix > roster-count
                Perform Compute-Hash-Total
                Move roster-count to count-ed
                Display "LINES " count-ed "  RANGE HASH " hash-total
            End-If.

       List-Roster-Entry.
            Move roster-ix to line-ed
            Display "LINE " line-ed "  " re-text(roster-ix).

       Delete-Loop.
            Move spaces to del-ans
            Display "Line number to delete (blank to return): "
                with no advancing
            Accept del-ans
            Perform until del-ans = spaces
                Perform Delete-One
                Move spaces to del-ans
                Display "Line number to delete (blank to return): "
                    with no advancing
                Accept del-ans
            End-Perform.

       Delete-One.
            Move spaces to del-key
            Move 0 to del-len
            Move 1 to scan-ptr
            Perform until scan-ptr > 8
                If del-ans(scan-ptr:1) not = space
                    Add 1 to del-len
                    Move del-ans(scan-ptr:1) to del-key(del-len:1)
                End-If
                Add 1 to scan-ptr
            End-Perform
            Move 0 to del-line-no
            If del-len > 0 and del-len <= 5
            and del-key(1:del-len) is numeric
                Move del-key(1:del-len)
                    to del-line-no(6 - del-len:del-len)
            End-If
            If del-line-no < 1 or del-line-no > roster-count
                Move roster-count to line-ed
                Display "Please give a line number from 1 to "
                    line-ed "."
            Else
                Move del-line-no to line-ed
                Display "DELETED LINE " line-ed " - "
                    re-text(del-line-no)
                Perform Close-Up-Entry
                    varying roster-ix from del-line-no by 1
                    until roster-ix >= roster-count
                Subtract 1 from roster-count
                Perform Rebuild-Claim-Tally
                Set roster-has-changed to true
                If del-line-no <= roster-count
                    Display "LATER LINES HAVE BEEN RENUMBERED"
                End-If
            End-If.

       Close-Up-Entry.
            Move roster-entry(roster-ix + 1) to roster-entry(roster-ix).

       Compute-Hash-Total.
            Move 0 to hash-total
            Perform Add-Entry-To-Hash
                varying roster-ix from 1 by 1
                until roster-ix > roster-count.

       Add-Entry-To-Hash.
            Add re-s1(roster-ix) re-e1(roster-ix)
                re-s2(roster-ix) re-e2(roster-ix) to hash-total.

       Save-Draft.
            Open output rostdrft
            If rostdrft-status not = "00"
                Display "DRAFT NOT SAVED - ROSTDRFT NOT WRITABLE"
            Else
                Move business-date to hl-date
                Write rostdrft-rec from header-line
                Perform Write-Draft-Entry
                    varying roster-ix from 1 by 1
                    until roster-ix > roster-count
                Close rostdrft
                Move "N" to roster-changed-sw
                Move roster-count to count-ed
                Display "DRAFT SAVED - " count-ed " LINE(S)"
            End-If.

       Write-Draft-Entry.
            Write rostdrft-rec from re-text(roster-ix).

       Close-Roster.
            If roster-count = 0
                Display "ROSTER HAS NO LINES - NOT CLOSED"
            Else
                Open output rostout
                If rostout-status not = "00"
                    Display "ROSTER NOT WRITTEN - ROSTOUT NOT WRITABLE"
                Else
                    Move business-date to hl-date
                    Write rostout-rec from header-line
                    Perform Write-Roster-Entry
                        varying roster-ix from 1 by 1
                        until roster-ix > roster-count
                    Perform Compute-Hash-Total
                    Move roster-count to tl-count
                    Move hash-total to tl-hash
                    Write rostout-rec from trailer-line
                    Close rostout
                    Display "ROSTER CLOSED - HDR " business-date
                        "  TRL COUNT " tl-count "  HASH " tl-hash
                    Perform Save-Draft
                    Move "Q" to mode-ans
                End-If
            End-If.

       Write-Roster-Entry.
            Write rostout-rec from re-text(roster-ix).

       Confirm-Quit.
            If roster-has-changed
                Move spaces to yes-no-ans
                Display "Lines keyed since the last save will be "
                    "lost. Quit anyway? (Y/N): " with no advancing
                Accept yes-no-ans
                If not answer-is-yes
                    Move "?" to mode-ans
                End-If
            End-If.

       Reopen-Draft.
            Move "N" to draft-eof-sw
            Move 0 to draft-loaded draft-dropped
            Open input rostdrft
            If rostdrft-status not = "00"
                Display "NO SAVED DRAFT - STARTING A NEW ROSTER"
            Else
                Perform Read-Draft-Header
                Perform until draft-at-eof
                    Read rostdrft into input-line
                        At end
                            Set draft-at-eof to true
                        Not at end
                            Perform Reload-Draft-Line
                    End-Read
                End-Perform
                Close rostdrft
                Move "N" to roster-changed-sw
                Move draft-loaded to count-ed
                Display "DRAFT REOPENED - " count-ed
                    " LINE(S) LOADED"
                If draft-dropped > 0
                    Move draft-dropped to count-ed
                    Display "WARNING - " count-ed " DRAFT LINE(S) "
                        "NO LONGER PASS AND WERE DROPPED"
                    Set roster-has-changed to true
                End-If
            End-If.

       Read-Draft-Header.
            Read rostdrft into input-line
                At end
                    Set draft-at-eof to true
            End-Read
            If draft-at-eof
                Display "DRAFT IS EMPTY - NO HEADER RECORD"
            Else
                Perform Pack-Input-Line
                If packed-line(1:4) not = "HDR,"
                    Display "DRAFT HEADER MISSING"
                    Perform Reload-Draft-Line
                Else
                    Move spaces to hdr-tag hdr-date-x
                    Move 0 to hdr-dt-len
                    Unstring packed-line(1:packed-len)
                        Delimited by ","
                        Into hdr-tag,
                             hdr-date-x count in hdr-dt-len
                    End-Unstring
                    If hdr-dt-len = 8
                    and hdr-date-x(1:8) is numeric
                        Move hdr-date-x(1:8) to business-date
                        Perform Check-Business-Date
                    Else
                        Display "DRAFT HEADER DATE INVALID"
                    End-If
                End-If
            End-If.

       Reload-Draft-Line.
            Perform Pack-Input-Line
            If packed-len > 0
            and packed-line(1:4) not = "HDR,"
            and packed-line(1:4) not = "TRL,"
                Move roster-count to count-before
                Perform Process-Entry-Line
                If roster-count > count-before
                    Add 1 to draft-loaded
                Else
                    Add 1 to draft-dropped
                End-If
            End-If.

       Validate-Line.
            Perform Split-Crew-From-Line

            Move spaces to ufld1 ufld2 ufld3 ufld4
            Move 0 to flen1 flen2 flen3 flen4

            Set line-is-invalid to true

            If crew-is-missing
                Move "MISSING CREW ID" to reject-reason
            End-If
            If crew-is-bad
                Move "BAD CREW ID" to reject-reason
            End-If
            If crew-has-bad-shift
                Move "BAD SHIFT CODE" to reject-reason
            End-If

            If crew-is-present
                Move "UNPARSEABLE" to reject-reason
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
            End-If.

       Pack-Input-Line.
            Move spaces to packed-line
            Move 0 to packed-len
            Move 1 to scan-ptr
            Perform until scan-ptr > 255
                If input-line(scan-ptr:1) not = space
                    Add 1 to packed-len
                    Move input-line(scan-ptr:1)
                        to packed-line(packed-len:1)
                End-If
                Add 1 to scan-ptr
            End-Perform.

       Load-Section-Master.
            Move spaces to section-table
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
                                If sm-cap is numeric
                                and sm-cap not = "00"
                                    Move sm-cap
                                        to se-cap(sm-number)
                                Else
                                    Move 1 to se-cap(sm-number)
                                End-If
                            End-If
                    End-Read
                End-Perform
                Close sectmast
                Set sectmast-is-loaded to true
            Else
                Display "SECTION MASTER NOT AVAILABLE - "
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
