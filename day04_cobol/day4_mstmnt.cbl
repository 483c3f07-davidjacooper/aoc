       File-control.
       Select MNTTRAN assign to MNTTRAN organization line sequential
           file status is mnttran-status.
       Select SECTMAST assign to SECTMAST organization indexed
           access mode random record key is sectmast-key
           file status is sectmast-status.
       Select CREWMAST assign to CREWMAST organization indexed
           access mode random record key is crewmast-key
           file status is crewmast-status.
       Select CREWQUAL assign to CREWQUAL organization indexed
           access mode random record key is crewqual-key
           file status is crewqual-status.
       Select MNTRPT assign to MNTRPT organization line sequential
           file status is mntrpt-status.
       Select MNTAUDIT assign to MNTAUDIT organization line sequential
       Data division.
           File section.
               Fd mnttran.
               01 mnttran-rec pic x(67).

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

               Fd mntrpt.
               01 mntrpt-rec pic x(148).

               Fd mntaudit.
               01 mntaudit-rec pic x(135).

           Working-storage section.
               01 mnttran-status  pic x(2).
               01 sectmast-status pic x(2).
               01 crewmast-status pic x(2).
               01 crewqual-status pic x(2).
               01 mntrpt-status   pic x(2).
               01 mntaudit-status pic x(2).

               01 tran-count    usage index.
               01 applied-count usage index.
               01 reject-count  usage index.
               01 sect-updated  usage index.
               01 crew-updated  usage index.
               01 qual-updated  usage index.

               01 mnttran-eof-sw pic x(1) value "N".
                   88 mnttran-at-eof value "Y".

               01 sectmast-open-sw pic x(1) value "N".
                   88 sectmast-is-open value "Y".

               01 crewmast-open-sw pic x(1) value "N".
                   88 crewmast-is-open value "Y".

               01 crewqual-open-sw pic x(1) value "N".
                   88 crewqual-is-open value "Y".

               01 sectmast-line.
                   05 sm-number pic 9(3).
                   05 sm-name   pic x(20).
                   05 filler    pic x(1).
                   05 sm-flag   pic x(1).
                       88 sm-is-active  value "A".
                       88 sm-is-retired value "R".
                   05 filler    pic x(1).
                   05 sm-cap    pic x(2).
                   05 filler    pic x(1).
                   05 sm-qual   pic x(4).
                   05 filler    pic x(1).
                   05 sm-zone   pic x(4).

               01 sect-found-sw pic x(1).
                   88 sect-was-found value "Y".

               01 crewmast-line.
                   05 cw-in-id   pic x(8).
                   05 cw-in-name pic x(20).
                   05 filler     pic x(1).
                   05 cw-in-flag pic x(1).
                       88 cw-is-active  value "A".
                       88 cw-is-retired value "R".

               01 crewqual-line.
                   05 cq-crew    pic x(8).
                   05 cq-qual    pic x(4).
                   05 filler     pic x(1).
                   05 cq-expiry  pic x(8).

               01 qual-found-sw pic x(1).
                   88 qual-was-found value "Y".

               01 crew-found-sw pic x(1).
                   88 crew-was-found value "Y".
                       88 mt-is-reactiv  value "REA ".
                       88 mt-is-rename   value "REN ".
                       88 mt-is-setcap   value "CAP ".
                       88 mt-is-setreq   value "REQ ".
                       88 mt-is-expiry   value "EXP ".
                       88 mt-is-setzone  value "ZON ".
                   05 filler    pic x(1).
                   05 mt-type   pic x(1).
                       88 mt-is-section value "S".
                       88 mt-is-crew    value "C".
                       88 mt-is-qual    value "Q".
                   05 filler    pic x(1).
                   05 mt-key    pic x(8).
                   05 filler    pic x(1).
                   05 mt-user   pic x(8).
                   05 filler    pic x(1).
                   05 mt-cap    pic x(2).
                   05 filler    pic x(1).
                   05 mt-qual   pic x(4).
                   05 filler    pic x(1).
                   05 mt-expiry pic x(8).
                   05 filler    pic x(1).
                   05 mt-zone   pic x(4).

               01 tran-ok-sw pic x(1).
                   88 tran-was-applied value "Y".
                   05 mi-flag pic x(1).
                   05 filler  pic x(1) value space.
                   05 mi-cap  pic x(2).
                   05 filler  pic x(1) value space.
                   05 mi-qual pic x(4).
                   05 filler  pic x(1) value space.
                   05 mi-zone pic x(4).

               01 qual-image.
                   05 qi-qual   pic x(4).
                   05 filler    pic x(1) value space.
                   05 qi-expiry pic x(8).

               01 before-image pic x(35).
               01 after-image  pic x(35).

               01 change-line.
                   05 filler    pic x(8)  value "ACTION= ".
                   05 ch-key    pic x(8).
                   05 filler    pic x(2)  value spaces.
                   05 filler    pic x(8)  value "BEFORE= ".
                   05 ch-before pic x(35).
                   05 filler    pic x(2)  value spaces.
                   05 filler    pic x(7)  value "AFTER= ".
                   05 ch-after  pic x(35).
                   05 filler    pic x(2)  value spaces.
                   05 filler    pic x(8)  value "STATUS= ".
                   05 ch-status pic x(20).
                   05 filler    pic x(1) value space.
                   05 ma-key    pic x(8).
                   05 filler    pic x(1) value space.
                   05 ma-before pic x(35).
                   05 filler    pic x(1) value space.
                   05 ma-after  pic x(35).
                   05 filler    pic x(1) value space.
                   05 ma-status pic x(20).

            Move 0 to tran-count
            Move 0 to applied-count
            Move 0 to reject-count
            Move 0 to sect-updated
            Move 0 to crew-updated
            Move 0 to qual-updated
            Move 0 to job-rc

            Perform Open-Section-Master
            Perform Open-Crew-Master
            Perform Open-Crew-Qualifications

            Perform Open-Mntrpt
            Perform Open-Mntaudit
                Move 8 to job-rc
            End-If

            If sectmast-is-open
                Close sectmast
            End-If
            If crewmast-is-open
                Close crewmast
            End-If
            If crewqual-is-open
                Close crewqual
            End-If

            Display "TRANSACTIONS READ:    " tran-count
            Display "CHANGES APPLIED:      " applied-count
            Display "TRANSACTIONS REJECTED:" reject-count
            Display "SECTIONS UPDATED:     " sect-updated
            Display "CREWS UPDATED:        " crew-updated
            Display "QUALIFICATIONS UPDATED:" qual-updated

            If reject-count > 0 and job-rc < 4
                Move 4 to job-rc
                Open output mntaudit
            End-If.

       Open-Section-Master.
            Open i-o sectmast
            If sectmast-status = "00"
                Set sectmast-is-open to true
            Else
                Display "SECTION MASTER NOT AVAILABLE - "
                    "SECTION CHANGES WILL BE REJECTED"
                If job-rc < 8
                    Move 8 to job-rc
                End-If
            End-If.

       Open-Crew-Master.
            Open i-o crewmast
            If crewmast-status = "00"
                Set crewmast-is-open to true
            Else
                Display "CREW MASTER NOT AVAILABLE - "
                    "CREW CHANGES WILL BE REJECTED"
                If job-rc < 8
                    Move 8 to job-rc
                End-If
            End-If.

       Process-Transaction.
            Move "N" to tran-ok-sw
            Move spaces to before-image
            Else
            If mt-is-crew
                Perform Apply-Crew-Tran
            Else
            If mt-is-qual
                Perform Apply-Qual-Tran
            Else
                Move "BAD RECORD TYPE" to tran-status
            End-If
            End-If
            End-If

            If tran-was-applied
                Add 1 to applied-count
            If sect-key < 1
                Move "BAD SECTION NUMBER" to tran-status
            Else
            If not sectmast-is-open
                Move "MASTER NOT AVAILABLE" to tran-status
            Else
                Perform Read-Section-Master
                If sect-was-found
                    Move sm-name to mi-name
                    Move sm-flag to mi-flag
                    Move sm-cap to mi-cap
                    Move sm-qual to mi-qual
                    Move sm-zone to mi-zone
                    Move master-image to before-image
                End-If
                Perform Apply-Section-Action
                If tran-was-applied
                    Move sm-name to mi-name
                    Move sm-flag to mi-flag
                    Move sm-cap to mi-cap
                    Move sm-qual to mi-qual
                    Move sm-zone to mi-zone
                    Move master-image to after-image
                    Add 1 to sect-updated
                End-If
            End-If
            End-If.

       Read-Section-Master.
            Move "N" to sect-found-sw
            Move sect-key to sectmast-key
            Read sectmast into sectmast-line
                Invalid key
                    Move spaces to sectmast-line
                Not invalid key
                    If sm-is-active or sm-is-retired
                        Set sect-was-found to true
                        If sm-cap is not numeric or sm-cap = "00"
                            Move "01" to sm-cap
                        End-If
                    End-If
            End-Read.

       Apply-Section-Action.
            If mt-is-add
                If sect-was-found
                    Move "DUPLICATE ADD" to tran-status
                Else
                If mt-name = spaces
                    Move "NAME MISSING" to tran-status
                Else
                    Move spaces to sectmast-line
                    Move sect-key to sm-number
                    Move mt-name to sm-name
                    Move "A" to sm-flag
                    If mt-cap is numeric and mt-cap not = "00"
                        Move mt-cap to sm-cap
                    Else
                        Move "01" to sm-cap
                    End-If
                    If mt-qual not = "NONE"
                        Move mt-qual to sm-qual
                    End-If
                    If mt-zone not = "NONE"
                        Move mt-zone to sm-zone
                    End-If
                    Perform Add-Section-Record
                End-If
                End-If
            Else
            If mt-is-retire
                If not sect-was-found
                    Move "UNKNOWN SECTION" to tran-status
                Else
                If sm-is-retired
                    Move "ALREADY RETIRED" to tran-status
                Else
                    Move "R" to sm-flag
                    Perform Rewrite-Section-Record
                End-If
                End-If
            Else
            If mt-is-reactiv
                If not sect-was-found
                    Move "UNKNOWN SECTION" to tran-status
                Else
                If sm-is-active
                    Move "ALREADY ACTIVE" to tran-status
                Else
                    Move "A" to sm-flag
                    Perform Rewrite-Section-Record
                End-If
                End-If
            Else
            If mt-is-rename
                If not sect-was-found
                    Move "UNKNOWN SECTION" to tran-status
                Else
                If mt-name = spaces
                    Move "NAME MISSING" to tran-status
                Else
                    Move mt-name to sm-name
                    Perform Rewrite-Section-Record
                End-If
                End-If
            Else
            If mt-is-setcap
                If not sect-was-found
                    Move "UNKNOWN SECTION" to tran-status
                Else
                If mt-cap is numeric and mt-cap not = "00"
                    Move mt-cap to sm-cap
                    Perform Rewrite-Section-Record
                Else
                    Move "BAD CAPACITY" to tran-status
                End-If
                End-If
            Else
            If mt-is-setreq
                If not sect-was-found
                    Move "UNKNOWN SECTION" to tran-status
                Else
                If mt-qual = spaces
                    Move "QUAL MISSING" to tran-status
                Else
                    If mt-qual = "NONE"
                        Move spaces to sm-qual
                    Else
                        Move mt-qual to sm-qual
                    End-If
                    Perform Rewrite-Section-Record
                End-If
                End-If
            Else
            If mt-is-setzone
                If not sect-was-found
                    Move "UNKNOWN SECTION" to tran-status
                Else
                If mt-zone = spaces
                    Move "ZONE MISSING" to tran-status
                Else
                    If mt-zone = "NONE"
                        Move spaces to sm-zone
                    Else
                        Move mt-zone to sm-zone
                    End-If
                    Perform Rewrite-Section-Record
                End-If
                End-If
            Else
                Move "BAD ACTION" to tran-status
            End-If
            End-If
            End-If
            End-If
            End-If
            End-If
            End-If.

       Add-Section-Record.
            Write sectmast-rec from sectmast-line
                Invalid key
                    Move "DUPLICATE ADD" to tran-status
                Not invalid key
                    Set tran-was-applied to true
            End-Write.

       Rewrite-Section-Record.
            Rewrite sectmast-rec from sectmast-line
                Invalid key
                    Move "MASTER UPDATE FAILED" to tran-status
                Not invalid key
                    Set tran-was-applied to true
            End-Rewrite.

       Apply-Crew-Tran.
            If mt-key = spaces
                Move "BAD CREW ID" to tran-status
            Else
            If not crewmast-is-open
                Move "MASTER NOT AVAILABLE" to tran-status
            Else
                Perform Read-Crew-Master
                Move spaces to mi-cap
                Move spaces to mi-qual
                Move spaces to mi-zone
                If crew-was-found
                    Move cw-in-name to mi-name
                    Move cw-in-flag to mi-flag
                    Move master-image to before-image
                End-If
                Perform Apply-Crew-Action
                If tran-was-applied
                    Move cw-in-name to mi-name
                    Move cw-in-flag to mi-flag
                    Move master-image to after-image
                    Add 1 to crew-updated
                End-If
            End-If
            End-If.

       Read-Crew-Master.
            Move "N" to crew-found-sw
            Move mt-key to crewmast-key
            Read crewmast into crewmast-line
                Invalid key
                    Move spaces to crewmast-line
                Not invalid key
                    Set crew-was-found to true
            End-Read.

       Apply-Crew-Action.
            If mt-is-add
                If mt-name = spaces
                    Move "NAME MISSING" to tran-status
                Else
                    Move spaces to crewmast-line
                    Move mt-key to cw-in-id
                    Move mt-name to cw-in-name
                    Move "A" to cw-in-flag
                    Perform Add-Crew-Record
                End-If
                End-If
            Else
                If not crew-was-found
                    Move "UNKNOWN CREW" to tran-status
                Else
                If cw-is-retired
                    Move "ALREADY RETIRED" to tran-status
                Else
                    Move "R" to cw-in-flag
                    Perform Rewrite-Crew-Record
                End-If
                End-If
            Else
                If not crew-was-found
                    Move "UNKNOWN CREW" to tran-status
                Else
                If cw-is-active
                    Move "ALREADY ACTIVE" to tran-status
                Else
                    Move "A" to cw-in-flag
                    Perform Rewrite-Crew-Record
                End-If
                End-If
            Else
                If mt-name = spaces
                    Move "NAME MISSING" to tran-status
                Else
                    Move mt-name to cw-in-name
                    Perform Rewrite-Crew-Record
                End-If
                End-If
            Else
            End-If
            End-If.

       Add-Crew-Record.
            Write crewmast-rec from crewmast-line
                Invalid key
                    Move "DUPLICATE ADD" to tran-status
                Not invalid key
                    Set tran-was-applied to true
            End-Write.

       Rewrite-Crew-Record.
            Rewrite crewmast-rec from crewmast-line
                Invalid key
                    Move "MASTER UPDATE FAILED" to tran-status
                Not invalid key
                    Set tran-was-applied to true
            End-Rewrite.

       Open-Crew-Qualifications.
            Open i-o crewqual
            If crewqual-status = "00"
                Set crewqual-is-open to true
            Else
                Display "CREW QUALIFICATIONS NOT AVAILABLE - "
                    "QUALIFICATION CHANGES WILL BE REJECTED"
                If job-rc < 8
                    Move 8 to job-rc
                End-If
            End-If.

       Apply-Qual-Tran.
            If mt-key = spaces
                Move "BAD CREW ID" to tran-status
            Else
            If mt-qual = spaces
                Move "QUAL MISSING" to tran-status
            Else
            If mt-expiry not = spaces and mt-expiry is not numeric
                Move "BAD EXPIRY DATE" to tran-status
            Else
            If not crewqual-is-open
                Move "MASTER NOT AVAILABLE" to tran-status
            Else
                Perform Read-Crew-Qualification
                If qual-was-found
                    Move cq-qual to qi-qual
                    Move cq-expiry to qi-expiry
                    Move qual-image to before-image
                End-If
                Perform Apply-Qual-Action
                If tran-was-applied
                    If not mt-is-retire
                        Move cq-qual to qi-qual
                        Move cq-expiry to qi-expiry
                        Move qual-image to after-image
                    End-If
                    Add 1 to qual-updated
                End-If
            End-If
            End-If
            End-If
            End-If.

       Read-Crew-Qualification.
            Move "N" to qual-found-sw
            Move mt-key to crewqual-key(1:8)
            Move mt-qual to crewqual-key(9:4)
            Read crewqual into crewqual-line
                Invalid key
                    Move spaces to crewqual-line
                Not invalid key
                    Set qual-was-found to true
            End-Read.

       Apply-Qual-Action.
            If mt-is-add
                If qual-was-found
                    Move "DUPLICATE ADD" to tran-status
                Else
                    Perform Check-Qual-Crew
                    If tran-status = spaces
                        Move spaces to crewqual-line
                        Move mt-key to cq-crew
                        Move mt-qual to cq-qual
                        Move mt-expiry to cq-expiry
                        Perform Add-Qual-Record
                    End-If
                End-If
            Else
            If mt-is-retire
                If not qual-was-found
                    Move "UNKNOWN QUAL" to tran-status
                Else
                    Perform Delete-Qual-Record
                End-If
            Else
            If mt-is-expiry
                If not qual-was-found
                    Move "UNKNOWN QUAL" to tran-status
                Else
                    Move mt-expiry to cq-expiry
                    Perform Rewrite-Qual-Record
                End-If
            Else
                Move "BAD ACTION" to tran-status
            End-If
            End-If
            End-If.

       Check-Qual-Crew.
            If crewmast-is-open
                Move mt-key to crewmast-key
                Read crewmast into crewmast-line
                    Invalid key
                        Move "UNKNOWN CREW" to tran-status
                End-Read
            End-If.

       Add-Qual-Record.
            Write crewqual-rec from crewqual-line
                Invalid key
                    Move "DUPLICATE ADD" to tran-status
                Not invalid key
                    Set tran-was-applied to true
            End-Write.

       Rewrite-Qual-Record.
            Rewrite crewqual-rec from crewqual-line
                Invalid key
                    Move "MASTER UPDATE FAILED" to tran-status
                Not invalid key
                    Set tran-was-applied to true
            End-Rewrite.

       Delete-Qual-Record.
            Delete crewqual record
                Invalid key
                    Move "MASTER UPDATE FAILED" to tran-status
                Not invalid key
                    Set tran-was-applied to true
            End-Delete.

       Write-Change-Line.
            Move mt-action to ch-action
            Move mt-type to ch-type
            Move after-image to ma-after
            Move tran-status to ma-status
            Write mntaudit-rec from maudit-line.
