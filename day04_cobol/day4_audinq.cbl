       File-control.
       Select RUNAUDIT assign to RUNAUDIT organization line sequential
           file status is runaudit-status.
       Select DRFTAUD assign to DRFTAUD organization line sequential
           file status is drftaud-status.

       Data division.
           File section.
               Fd runaudit.
               01 runaudit-rec pic x(125).

               Fd drftaud.
               01 drftaud-rec pic x(125).

           Working-storage section.
               01 runaudit-status pic x(2).
               01 drftaud-status  pic x(2).

               01 runaudit-eof-sw pic x(1) value "N".
                   88 runaudit-at-eof value "Y".

               01 drftaud-eof-sw pic x(1) value "N".
                   88 drftaud-at-eof value "Y".

               01 audit-line.
                   05 au-date    pic 9(8).
                   05 filler     pic x(117).
               01 to-date     pic 9(8).

               01 shown-count usage index.
               01 draft-count usage index.

       Procedure division.

            End-If

            Move 0 to shown-count
            Move 0 to draft-count

            Display "PRODUCTION RUNS"
            Open input runaudit
            If runaudit-status = "00"
                Perform until runaudit-at-eof

            Display "RECORDS LISTED: " shown-count

            Display " "
            Display "DRAFT RUNS - VALIDATION ONLY, NOT PRODUCTION"
            Open input drftaud
            If drftaud-status = "00"
                Perform until drftaud-at-eof
                    Read drftaud into audit-line
                        At end
                            Set drftaud-at-eof to true
                        Not at end
                            If au-date >= from-date
                            and au-date <= to-date
                                Add 1 to draft-count
                                Display audit-line
                            End-If
                    End-Read
                End-Perform
                Close drftaud
            Else
                Display "DRAFT AUDIT FILE NOT AVAILABLE"
            End-If

            Display "DRAFT RECORDS LISTED: " draft-count

       Stop run.
