           file status is alrtnew-status.
       Select ALRTARC assign to ALRTARC organization line sequential
           file status is alrtarc-status.
       Select CLAIMIN assign to CLAIMIN organization line sequential
           file status is claimin-status.
       Select CLAIMNEW assign to CLAIMNEW organization line sequential
           file status is claimnew-status.
       Select CLAIMARC assign to CLAIMARC organization line sequential
           file status is claimarc-status.
       Select HSKPRPT assign to HSKPRPT organization line sequential
           file status is hskprpt-status.

               Fd alrtarc.
               01 alrtarc-rec pic x(69).

               Fd claimin.
               01 claimin-rec pic x(37).

               Fd claimnew.
               01 claimnew-rec pic x(37).

               Fd claimarc.
               01 claimarc-rec pic x(37).

               Fd hskprpt.
               01 hskprpt-rec pic x(85).

               01 alrtin-status   pic x(2).
               01 alrtnew-status  pic x(2).
               01 alrtarc-status  pic x(2).
               01 claimin-status  pic x(2).
               01 claimnew-status pic x(2).
               01 claimarc-status pic x(2).
               01 hskprpt-status  pic x(2).

               01 retnprm-eof-sw pic x(1) value "N".
                   88 auditin-at-eof value "Y".
               01 alrtin-eof-sw pic x(1) value "N".
                   88 alrtin-at-eof value "Y".
               01 claimin-eof-sw pic x(1) value "N".
                   88 claimin-at-eof value "Y".

               01 run-date   pic 9(8).
               01 run-serial pic 9(9).
               01 trend-days pic 9(5) value 365.
               01 audit-days pic 9(5) value 90.
               01 alert-days pic 9(5) value 90.
               01 claim-days pic 9(5) value 90.

               01 trend-cutoff pic 9(9).
               01 audit-cutoff pic 9(9).
               01 alert-cutoff pic 9(9).
               01 claim-cutoff pic 9(9).
               01 this-cutoff  pic 9(9).

               01 ds-date pic 9(8).
            Compute trend-cutoff = run-serial - trend-days
            Compute audit-cutoff = run-serial - audit-days
            Compute alert-cutoff = run-serial - alert-days
            Compute claim-cutoff = run-serial - claim-days

            Perform Open-Hskprpt

            Perform Housekeep-Trend
            Perform Housekeep-Audit
            Perform Housekeep-Alerts
            Perform Housekeep-Claims

            Close hskprpt

                        Move parm-num to alert-days
                        Set parm-is-ok to true
                    End-If
                    If parm-name = "CLAIMDAYS"
                        Move parm-num to claim-days
                        Set parm-is-ok to true
                    End-If
                End-If
                If not parm-is-ok
                    Display "RETENTION PARAMETER IGNORED: "
                Open output alrtarc
            End-If.

       Housekeep-Claims.
            Move 0 to in-count
            Move 0 to arc-count
            Move 0 to new-count
            Move claim-cutoff to this-cutoff
            Open input claimin
            If claimin-status = "00"
                Open output claimnew
                Perform Open-Claimarc
                Perform until claimin-at-eof
                    Read claimin
                        At end
                            Set claimin-at-eof to true
                        Not at end
                            Add 1 to in-count
                            Move claimin-rec(1:8) to rec-date-x
                            Perform Check-Record-Date
                            If record-is-archivable
                                Add 1 to arc-count
                                Write claimarc-rec from claimin-rec
                            Else
                                Add 1 to new-count
                                Write claimnew-rec from claimin-rec
                            End-If
                    End-Read
                End-Perform
                Close claimin
                Close claimnew
                Close claimarc
            Else
                Display "CLAIM HISTORY NOT AVAILABLE"
                If job-rc < 8
                    Move 8 to job-rc
                End-If
            End-If
            Move "CLAIMHST" to rp-file
            Move claim-days to rp-days
            Perform Write-Report-Line.

       Open-Claimarc.
            Open extend claimarc
            If claimarc-status not = "00"
                Open output claimarc
            End-If.

       Write-Report-Line.
            Move in-count to rp-in
            Move arc-count to rp-archived
