       Identification division.
       Program-ID. Day4_Amend.

       Environment division.
       Input-output section.
       File-control.
       Select AMNDTRAN assign to AMNDTRAN organization line sequential
           file status is amndtran-status.
       Select BOOKIN assign to BOOKIN organization line sequential
           file status is bookin-status.
       Select BOOKOUT assign to BOOKOUT organization line sequential
           file status is bookout-status.
       Select CLAIMHST assign to CLAIMHST organization line sequential
           file status is claimhst-status.
       Select AMNDRPT assign to AMNDRPT organization line sequential
           file status is amndrpt-status.
       Select ALLOCOUT assign to ALLOCOUT organization line sequential
           file status is allocout-status.
       Select RUNAUDIT assign to RUNAUDIT organization line sequential
           file status is runaudit-status.
       Select SECTMAST assign to SECTMAST organization indexed
           access mode dynamic record key is sectmast-key
           file status is sectmast-status.
       Select CREWMAST assign to CREWMAST organization indexed
           access mode random record key is crewmast-key
           file status is crewmast-status.
       Select CREWQUAL assign to CREWQUAL organization indexed
           access mode random record key is crewqual-key
           file status is crewqual-status.
       Select CREWAVL assign to CREWAVL organization line sequential
           file status is crewavl-status.
       Select SECTOUT assign to SECTOUT organization line sequential
           file status is sectout-status.
       Select JOBCTL assign to JOBCTL organization line sequential
           file status is jobctl-status.

       Data division.
           File section.
               Fd amndtran.
               01 input-line pic x(80).

               Fd bookin.
               01 bookin-rec pic x(42).

               Fd bookout.
               01 bookout-rec pic x(42).

               Fd claimhst.
               01 claimhst-rec pic x(37).

               Fd amndrpt.
               01 amndrpt-rec pic x(185).

               Fd allocout.
               01 allocout-rec pic x(40).

               Fd runaudit.
               01 runaudit-rec pic x(125).

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

               Fd crewavl.
               01 crewavl-rec pic x(33).

               Fd sectout.
               01 sectout-rec pic x(32).

               Fd jobctl.
               01 jobctl-rec pic x(94).

           Working-storage section.
               01 amndtran-status pic x(2).
               01 bookin-status   pic x(2).
               01 bookout-status  pic x(2).
               01 claimhst-status pic x(2).
               01 amndrpt-status  pic x(2).
               01 allocout-status pic x(2).
               01 runaudit-status pic x(2).
               01 sectmast-status pic x(2).
               01 crewmast-status pic x(2).
               01 crewqual-status pic x(2).
               01 crewavl-status  pic x(2).
               01 sectout-status  pic x(2).
               01 jobctl-status   pic x(2).

               01 job-rc pic 9(4).

               01 run-date      pic 9(8).
               01 run-time      pic 9(8).
               01 business-date pic 9(8).
               01 amndtran-dsn  pic x(44).

               01 txn-count     usage index.
               01 txn-rejects   usage index.
               01 add-count     usage index.
               01 change-count  usage index.
               01 cancel-count  usage index.
               01 n-pairs       usage index.
               01 dbl-count     usage index.
               01 alloc-written usage index.
               01 seed-count    usage index.
               01 seed-dups     usage index.

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

               01 txn-action pic x(3).
                   88 txn-is-add    value "ADD".
                   88 txn-is-change value "CHG".
                   88 txn-is-cancel value "CAN".
               01 txn-text pic x(60).

               01 header-sw pic x(1) value "N".
                   88 header-is-valid value "Y".

               01 hdr-tag    pic x(4).
               01 hdr-date-x pic x(9).
               01 hdr-dt-len usage index.

               01 amndtran-eof-sw pic x(1) value "N".
                   88 amndtran-at-eof value "Y".

               01 bookin-eof-sw pic x(1) value "N".
                   88 bookin-at-eof value "Y".

               01 claimhst-eof-sw pic x(1) value "N".
                   88 claimhst-at-eof value "Y".

               01 runaudit-eof-sw pic x(1) value "N".
                   88 runaudit-at-eof value "Y".

               01 booking-source-sw pic x(1) value "N".
                   88 booking-from-bookin value "Y".

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
                   05 filler    pic x(1).
                   05 sm-qual   pic x(4).

               01 section-table.
                   05 section-entry occurs 999 times.
                       10 se-name pic x(20).
                       10 se-flag pic x(1).
                           88 se-is-active  value "A".
                           88 se-is-retired value "R".
                           88 se-is-known   value "A" "R".
                       10 se-cap  pic 9(2).
                       10 se-qual pic x(4).

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
               01 outage-lo    pic 9(3).
               01 outage-hi    pic 9(3).
               01 outage-shift usage index.

               01 claim-hist-line.
                   05 kh-date     pic 9(8).
                   05 filler      pic x(1).
                   05 kh-crew     pic x(8).
                   05 filler      pic x(1).
                   05 kh-shift    pic x(1).
                   05 filler      pic x(1).
                   05 kh-sections pic x(15).
                   05 filler      pic x(1).
                   05 kh-type     pic x(1).
                       88 kh-is-roster value space.

               01 history-type pic x(1).

               01 hist-range-image.
                   05 hr-s1  pic 9(3).
                   05 filler pic x(1) value "-".
                   05 hr-e1  pic 9(3).
                   05 filler pic x(1) value ",".
                   05 hr-s2  pic 9(3).
                   05 filler pic x(1) value "-".
                   05 hr-e2  pic 9(3).

               01 booking-line.
                   05 bl-line-no  pic 9(9).
                   05 filler      pic x(1).
                   05 bl-crew     pic x(8).
                   05 filler      pic x(1).
                   05 bl-shift    pic x(1).
                   05 filler      pic x(1).
                   05 bl-sections pic x(15).
                   05 filler      pic x(1).
                   05 bl-origin   pic x(5).

               01 booking-header redefines booking-line.
                   05 bh-tag      pic x(4).
                   05 bh-date     pic x(8).
                   05 bh-comma    pic x(1).
                   05 bh-high     pic x(9).
                   05 filler      pic x(20).

               01 booked-table.
                   05 booked-entry occurs 20000 times.
                       10 bk-line-no  pic 9(9).
                       10 bk-crew     pic x(8).
                       10 bk-shift    pic 9(1).
                       10 bk-s1       pic 9(3).
                       10 bk-e1       pic 9(3).
                       10 bk-s2       pic 9(3).
                       10 bk-e2       pic 9(3).
                       10 bk-origin   pic x(5).
                       10 bk-state    pic x(1).
                           88 bk-is-active    value "A".
                           88 bk-is-cancelled value "X".
                       10 bk-amend-sw pic x(1).
                           88 bk-was-amended  value "Y".
               01 booked-count usage index.
               01 booked-limit pic 9(5) value 20000.
               01 booked-ix    usage index.
               01 other-ix     usage index.
               01 high-line-no pic 9(9).
               01 old-line-no  pic 9(9).

               01 booked-overflow-sw pic x(1) value "N".
                   88 booking-overflowed value "Y".

               01 claim-found-sw pic x(1).
                   88 claim-is-booked value "Y".

               01 claim-store-sw pic x(1).
                   88 claim-was-stored     value "Y".
                   88 claim-was-not-stored value "N".

               01 crew-slot-table.
                   05 crew-slot occurs 20011 times.
                       10 cs-id    pic x(8).
                       10 cs-entry-group.
                           15 cs-entry occurs 9 times pic 9(5).
               01 crew-slot-count usage index.
               01 crew-slot-limit pic 9(5) value 15000.
               01 slot-count      pic 9(5) value 20011.
               01 crew-slot-ix    usage index.
               01 slot-hash       pic 9(9).
               01 slot-quot       pic 9(9).
               01 slot-char-ix    usage index.
               01 slot-char-pos   usage index.
               01 slot-alphabet   pic x(40)
                   value "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ-_ .".

               01 crew-slot-sw pic x(1).
                   88 crew-slot-found value "Y".
                   88 crew-slot-empty value "E".

               01 sect-claim-table.
                   05 sect-claim-shift occurs 9 times.
                       10 sect-claim-count occurs 999 times pic 9(5).
               01 sect-last-table.
                   05 sect-last-shift occurs 9 times.
                       10 sect-last-entry occurs 999 times pic 9(5).
               01 dbl-shown-table.
                   05 dbl-shown-shift occurs 9 times.
                       10 dbl-shown-sw occurs 999 times pic x(1).
                           88 dbl-was-shown value "Y".
               01 booked-lines pic 9(5).

               01 audit-line.
                   05 au-date    pic 9(8).
                   05 filler     pic x(1)  value space.
                   05 au-time    pic 9(8).
                   05 filler     pic x(1)  value space.
                   05 au-type    pic x(5).
                   05 filler     pic x(1)  value space.
                   05 au-mode    pic x(7).
                   05 filler     pic x(1)  value space.
                   05 au-restart-line pic 9(9).
                   05 filler     pic x(1)  value space.
                   05 au-lines   pic 9(9).
                   05 filler     pic x(1)  value space.
                   05 au-rejects pic 9(9).
                   05 filler     pic x(1)  value space.
                   05 au-pairs   pic 9(9).
                   05 filler     pic x(1)  value space.
                   05 au-status  pic x(8).
                   05 filler     pic x(1)  value space.
                   05 au-dsn     pic x(44).

               01 audit-claim.
                   05 ac-crew     pic x(8).
                   05 filler      pic x(1)  value "/".
                   05 ac-shift    pic 9(1).
                   05 filler      pic x(1)  value space.
                   05 ac-sections pic x(15).

               01 allocation-line.
                   05 al-line-no    pic 9(9).
                   05 al-crew       pic x(8).
                   05 al-start1     pic 9(3).
                   05 al-end1       pic 9(3).
                   05 al-start2     pic 9(3).
                   05 al-end2       pic 9(3).
                   05 al-kind       pic x(1).
                   05 al-reassign   pic x(1).
                   05 al-shift      pic 9(1).
                   05 al-date       pic 9(8).

               01 title-line.
                   05 filler      pic x(31)
                       value "ROSTER AMENDMENTS FOR BUSINESS ".
                   05 filler      pic x(6)  value "DATE= ".
                   05 tt-date     pic 9(8).
                   05 filler      pic x(3)  value spaces.
                   05 filler      pic x(5)  value "RUN= ".
                   05 tt-run-date pic 9(8).
                   05 filler      pic x(1)  value spaces.
                   05 tt-run-time pic 9(8).
                   05 filler      pic x(3)  value spaces.
                   05 filler      pic x(6)  value "FILE= ".
                   05 tt-dsn      pic x(44).

               01 txn-header pic x(12) value "TRANSACTIONS".
               01 conflict-header pic x(19)
                   value "SAME-LINE CONFLICTS".
               01 dbl-header pic x(22)
                   value "DOUBLE-BOOKED SECTIONS".
               01 unqual-header pic x(23)
                   value "UNQUALIFIED ASSIGNMENTS".
               01 none-line pic x(8) value "  (NONE)".

               01 txn-line.
                   05 filler      pic x(4)  value "TXN ".
                   05 tx-number   pic 9(5).
                   05 filler      pic x(2)  value spaces.
                   05 tx-action   pic x(3).
                   05 filler      pic x(2)  value spaces.
                   05 filler      pic x(6)  value "CREW= ".
                   05 tx-crew     pic x(8).
                   05 filler      pic x(2)  value spaces.
                   05 filler      pic x(7)  value "SHIFT= ".
                   05 tx-shift    pic x(1).
                   05 filler      pic x(2)  value spaces.
                   05 tx-result   pic x(9).
                   05 filler      pic x(1)  value spaces.
                   05 tx-detail   pic x(44).
                   05 filler      pic x(2)  value spaces.
                   05 filler      pic x(6)  value "TEXT= ".
                   05 tx-text     pic x(60).

               01 line-ref.
                   05 lr-label    pic x(5)  value "LINE ".
                   05 lr-line-no  pic 9(9).

               01 conflict-line.
                   05 cl-label-line pic x(5)  value "LINE ".
                   05 cl-line-no    pic 9(9).
                   05 filler        pic x(3)  value spaces.
                   05 cl-label-crew pic x(6)  value "CREW= ".
                   05 cl-crew       pic x(8).
                   05 filler        pic x(3)  value spaces.
                   05 cl-label-s1   pic x(8)  value "START1= ".
                   05 cl-start1     pic 9(3).
                   05 filler        pic x(1)  value spaces.
                   05 cl-name-s1    pic x(20).
                   05 filler        pic x(2)  value spaces.
                   05 cl-label-e1   pic x(6)  value "END1= ".
                   05 cl-end1       pic 9(3).
                   05 filler        pic x(1)  value spaces.
                   05 cl-name-e1    pic x(20).
                   05 filler        pic x(2)  value spaces.
                   05 cl-label-s2   pic x(8)  value "START2= ".
                   05 cl-start2     pic 9(3).
                   05 filler        pic x(1)  value spaces.
                   05 cl-name-s2    pic x(20).
                   05 filler        pic x(2)  value spaces.
                   05 cl-label-e2   pic x(6)  value "END2= ".
                   05 cl-end2       pic 9(3).
                   05 filler        pic x(1)  value spaces.
                   05 cl-name-e2    pic x(20).
                   05 filler        pic x(2)  value spaces.
                   05 cl-kind       pic x(9).
                   05 filler        pic x(2)  value spaces.
                   05 filler        pic x(7)  value "SHIFT= ".
                   05 cl-shift      pic 9(1).

               01 dbl-section-line.
                   05 filler      pic x(8)  value "SECTION ".
                   05 ds-number   pic 9(3).
                   05 filler      pic x(1)  value spaces.
                   05 ds-name     pic x(20).
                   05 filler      pic x(3)  value spaces.
                   05 filler      pic x(11) value "CLAIMED BY ".
                   05 ds-claims   pic zzzz9.
                   05 filler      pic x(6)  value " LINES".
                   05 filler      pic x(2)  value spaces.
                   05 filler      pic x(7)  value "SHIFT= ".
                   05 ds-shift    pic 9(1).
                   05 filler      pic x(2)  value spaces.
                   05 filler      pic x(5)  value "CAP= ".
                   05 ds-cap      pic 9(2).

               01 dbl-claim-line.
                   05 filler      pic x(10) value spaces.
                   05 filler      pic x(5)  value "LINE ".
                   05 dc-line-no  pic 9(9).
                   05 filler      pic x(3)  value spaces.
                   05 filler      pic x(6)  value "CREW= ".
                   05 dc-crew     pic x(8).
                   05 filler      pic x(3)  value spaces.
                   05 filler      pic x(7)  value "RANGE= ".
                   05 dc-lo       pic 9(3).
                   05 filler      pic x(1)  value "-".
                   05 dc-hi       pic 9(3).
                   05 filler      pic x(3)  value spaces.
                   05 dc-origin   pic x(5).

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

               01 total-line-1.
                   05 filler      pic x(19)
                       value "TRANSACTIONS READ= ".
                   05 tl-read     pic zzzz9.
                   05 filler      pic x(12) value "  APPLIED= ".
                   05 tl-applied  pic zzzz9.
                   05 filler      pic x(12) value "  REJECTED= ".
                   05 tl-rejected pic zzzz9.
                   05 filler      pic x(9)  value "  ADDED= ".
                   05 tl-added    pic zzzz9.
                   05 filler      pic x(11) value "  CHANGED= ".
                   05 tl-changed  pic zzzz9.
                   05 filler      pic x(13) value "  CANCELLED= ".
                   05 tl-cancelled pic zzzz9.

               01 total-line-2.
                   05 filler      pic x(25)
                       value "NEW SAME-LINE CONFLICTS= ".
                   05 tl-pairs    pic zzzz9.
                   05 filler      pic x(26)
                       value "  DOUBLE-BOOKED SECTIONS= ".
                   05 tl-dbl      pic zzzz9.
                   05 filler      pic x(22)
                       value "  ALLOCATION RECORDS= ".
                   05 tl-allocs   pic zzzz9.
                   05 filler      pic x(21)
                       value "  CLAIMS NOW BOOKED= ".
                   05 tl-booked   pic zzzz9.
                   05 filler      pic x(15)
                       value "  UNQUALIFIED= ".
                   05 tl-unqual   pic zzzz9.

               01 applied-count usage index.
               01 active-count  usage index.

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

               01 this-step   pic x(8) value "DAY4AMND".
               01 chain-date  pic x(8) value spaces.
               01 lineage-rc  pic 9(4) value 0.
               01 step-wanted pic x(8).
               01 step-found-sw pic x(1).
                   88 step-was-found value "Y".
               01 step-ix    usage index.
               01 step-date  pic x(8).
               01 step-rc    pic x(4).
               01 step-state pic x(8).

       Procedure division.

            Accept run-date from date yyyymmdd
            Accept run-time from time

            Move 0 to txn-count
            Move 0 to txn-rejects
            Move 0 to add-count
            Move 0 to change-count
            Move 0 to cancel-count
            Move 0 to n-pairs
            Move 0 to dbl-count
            Move 0 to alloc-written
            Move 0 to seed-count
            Move 0 to seed-dups
            Move 0 to booked-count
            Move 0 to absence-count
            Move 0 to unqual-count
            Move 0 to crew-slot-count
            Move 0 to high-line-no
            Move spaces to crew-slot-table
            Move 0 to job-rc
            Move 0 to business-date
            Move spaces to amndtran-dsn
            Accept amndtran-dsn from environment "AMNDTRAN"

            Perform Check-Job-Chain

            Open input amndtran
            Perform Read-Amendment-Header
            If header-is-valid and lineage-rc = 0
            and business-date not = chain-date
                Display "AMENDMENTS DATED " business-date
                    " BUT DAY4PT1 LAST ACCEPTED " chain-date
                Move 24 to lineage-rc
            End-If
            If not header-is-valid
                Move 16 to job-rc
            End-If
            If lineage-rc > job-rc
                Move lineage-rc to job-rc
            End-If
            If job-rc >= 16
                Close amndtran
                Display "AMENDMENTS NOT APPLIED - "
                    "BOOKING CARRIED FORWARD"
                If business-date = 0
                    Move run-date to business-date
                End-If
                Perform Carry-Booking-Forward
                Perform Open-Amndrpt
                Perform Write-Report-Title
                Move spaces to amndrpt-rec
                Move "AMENDMENTS NOT APPLIED - RC " to amndrpt-rec
                Move job-rc to amndrpt-rec(29:4)
                Write amndrpt-rec
                Close amndrpt
                Perform Open-Runaudit
                Perform Write-Audit-Start
                Perform Write-Audit-End
                Close runaudit
                Perform Write-Job-Control
                Move job-rc to return-code
                Stop run
            End-If

            Perform Load-Section-Master
            Perform Open-Crew-Master
            Perform Open-Crew-Qualifications
            Perform Load-Crew-Availability
            Perform Load-Section-Outages
            Perform Load-Booking
            Perform Open-Claimhst

            Perform Open-Amndrpt
            Perform Open-Allocout
            Perform Open-Runaudit
            Perform Write-Audit-Start
            Perform Write-Report-Title

            Move spaces to amndrpt-rec
            Move txn-header to amndrpt-rec
            Write amndrpt-rec
            Perform until amndtran-at-eof
                Read amndtran
                    At end
                        Set amndtran-at-eof to true
                    Not at end
                        Perform Pack-Input-Line
                        If packed-len > 0
                            Perform Process-Transaction
                        End-If
                End-Read
            End-Perform
            If txn-count = 0
                Move spaces to amndrpt-rec
                Move none-line to amndrpt-rec
                Write amndrpt-rec
            End-If

            Perform Report-Amended-Conflicts
            Perform Report-Amended-Double-Booked
            Perform Report-Amended-Unqualified
            Perform Write-Booking

            Compute applied-count = txn-count - txn-rejects
            Move txn-count to tl-read
            Move applied-count to tl-applied
            Move txn-rejects to tl-rejected
            Move add-count to tl-added
            Move change-count to tl-changed
            Move cancel-count to tl-cancelled
            Move n-pairs to tl-pairs
            Move dbl-count to tl-dbl
            Move alloc-written to tl-allocs
            Move active-count to tl-booked
            Move unqual-count to tl-unqual
            Move spaces to amndrpt-rec
            Write amndrpt-rec
            Write amndrpt-rec from total-line-1
            Write amndrpt-rec from total-line-2

            If absences-overflowed
                Display "CREW AVAILABILITY TABLE FULL - "
                    "AVAILABILITY CHECK IS PARTIAL"
            End-If
            If booking-overflowed
                Display "BOOKING TABLE FULL - "
                    "AMENDMENT CHECK IS PARTIAL"
                If job-rc < 8
                    Move 8 to job-rc
                End-If
            End-If
            If txn-rejects > 0
                If job-rc < 4
                    Move 4 to job-rc
                End-If
            End-If

            Display "TRANSACTIONS READ:   " txn-count
            Display "REJECTED:            " txn-rejects
            Display "  ADDED:             " add-count
            Display "  CHANGED:           " change-count
            Display "  CANCELLED:         " cancel-count
            Display "NEW CONFLICTS:       " n-pairs
            Display "DOUBLE-BOOKED:       " dbl-count
            Display "UNQUALIFIED:         " unqual-count
            Display "ALLOCATION RECORDS:  " alloc-written

            Perform Write-Audit-End
            Perform Write-Job-Control

            Close amndtran
            Close amndrpt
            Close allocout
            Close runaudit
            Close claimhst
            If crewmast-is-open
                Close crewmast
            End-If
            If crewqual-is-open
                Close crewqual
            End-If

            Move job-rc to return-code

       Stop run.

       Read-Amendment-Header.
            Read amndtran
                At end
                    Set amndtran-at-eof to true
            End-Read
            If amndtran-at-eof
                Display "AMENDMENTS EMPTY - NO HEADER RECORD"
            Else
                Perform Pack-Input-Line
                If packed-line(1:4) not = "HDR,"
                    Display "AMENDMENT HEADER MISSING"
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
                        Set header-is-valid to true
                    Else
                        Display "AMENDMENT HEADER DATE INVALID"
                    End-If
                End-If
            End-If.

       Process-Transaction.
            Add 1 to txn-count
            Move packed-line(1:3) to txn-action
            Compute rest-len = packed-len - 3
            Move spaces to rest-line
            If rest-len > 0
                Move packed-line(4:rest-len) to rest-line
            End-If
            Move rest-line to packed-line
            Move rest-len to packed-len
            Move packed-line(1:60) to txn-text
            Move spaces to tx-detail

            If txn-is-add or txn-is-change
                Perform Validate-Line
                If line-is-valid
                    Move shift-code to shift-num
                    Perform Check-Crew
                End-If
                If line-is-valid
                    Perform Check-Crew-Availability
                End-If
                If line-is-valid
                    Perform Check-Section-Ranges
                End-If
            Else
            If txn-is-cancel
                Perform Validate-Cancel
            Else
                Move spaces to crew-id
                Move space to shift-code
                Move "UNKNOWN ACTION" to reject-reason
                Set line-is-invalid to true
            End-If
            End-If

            If line-is-valid
                Perform Find-Booked-Claim
                If txn-is-add and claim-is-booked
                    Move "DUPLICATE CREW" to reject-reason
                    Set line-is-invalid to true
                End-If
                If not txn-is-add and not claim-is-booked
                    Move "NOT BOOKED" to reject-reason
                    Set line-is-invalid to true
                End-If
            End-If
            If line-is-valid and not txn-is-cancel
            and (booked-count >= booked-limit
                 or (crew-slot-empty
                     and crew-slot-count >= crew-slot-limit))
                Move "BOOKING TABLE FULL" to reject-reason
                Set line-is-invalid to true
                Set booking-overflowed to true
            End-If

            If line-is-valid
                If txn-is-cancel
                    Perform Cancel-Booked-Claim
                    Move "X" to history-type
                    Perform Write-Amended-History
                    Perform Write-Audit-Transaction
                    Add 1 to cancel-count
                    Move spaces to tx-detail
                    Move "CANCELLED " to tx-detail(1:10)
                    Perform Set-Old-Line-Ref
                    Move line-ref to tx-detail(11:14)
                Else
                If txn-is-change
                    Perform Cancel-Booked-Claim
                    Move "X" to history-type
                    Perform Write-Amended-History
                    Perform Add-Amended-Claim
                    If claim-was-stored
                        Perform Record-Added-Claim
                        Add 1 to change-count
                        Move spaces to tx-detail
                        Move "AS " to tx-detail(1:3)
                        Move "LINE " to lr-label
                        Move high-line-no to lr-line-no
                        Move line-ref to tx-detail(4:14)
                        Move " REPLACING " to tx-detail(18:11)
                        Perform Set-Old-Line-Ref
                        Move line-ref to tx-detail(29:14)
                    End-If
                Else
                    Move 0 to old-line-no
                    Perform Add-Amended-Claim
                    If claim-was-stored
                        Perform Record-Added-Claim
                        Add 1 to add-count
                        Move spaces to tx-detail
                        Move "AS " to tx-detail(1:3)
                        Move "LINE " to lr-label
                        Move high-line-no to lr-line-no
                        Move line-ref to tx-detail(4:14)
                    End-If
                End-If
                End-If
            End-If
            If line-is-valid
                Move "APPLIED  " to tx-result
            Else
                Add 1 to txn-rejects
                Move "REJECTED " to tx-result
                Move reject-reason to tx-detail
            End-If
            Perform Write-Transaction-Line.

       Validate-Cancel.
            Move ":" to packed-line(packed-len + 1:1)
            Add 1 to packed-len
            Perform Split-Crew-From-Line
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
                Move shift-code to shift-num
                Set line-is-valid to true
            End-If.

       Set-Old-Line-Ref.
            If old-line-no = 0
                Move "ROSTER CLAIM" to line-ref
            Else
                Move "LINE " to lr-label
                Move old-line-no to lr-line-no
            End-If.

       Write-Transaction-Line.
            Move txn-count to tx-number
            Move txn-action to tx-action
            Move crew-id to tx-crew
            Move shift-code to tx-shift
            Move txn-text to tx-text
            Write amndrpt-rec from txn-line.

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
            End-If.

       Check-Section-Ranges.
            If sectmast-is-loaded or sectout-is-loaded
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
            End-If.

       Find-Crew-Absence.
            If ab-crew(absence-ix) = crew-id
            and (ab-shift(absence-ix) = space
                 or ab-shift(absence-ix) = "*"
                 or ab-shift(absence-ix) = shift-code)
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
                Move so-reason to closed-cell(shift-num, sect-no)
            End-If.

       Mark-Closed-Shift-Cell.
            Move so-reason to closed-cell(outage-shift, sect-no).

       Find-Booked-Claim.
            Move "N" to claim-found-sw
            Perform Find-Crew-Slot
            If crew-slot-found
                If cs-entry(crew-slot-ix, shift-num) > 0
                    Move cs-entry(crew-slot-ix, shift-num) to booked-ix
                    Set claim-is-booked to true
                End-If
            End-If.

       Find-Crew-Slot.
            Move 0 to slot-hash
            Perform Hash-Crew-Char
                varying slot-char-ix from 1 by 1
                until slot-char-ix > 8
            Compute crew-slot-ix = slot-hash + 1
            Move spaces to crew-slot-sw
            Perform Probe-Crew-Slot
                until crew-slot-found or crew-slot-empty.

       Hash-Crew-Char.
            Move 0 to slot-char-pos
            Inspect slot-alphabet tallying slot-char-pos
                for characters before initial crew-id(slot-char-ix:1)
            Compute slot-hash = slot-hash * 41 + slot-char-pos
            Divide slot-hash by slot-count
                giving slot-quot remainder slot-hash.

       Probe-Crew-Slot.
            If cs-id(crew-slot-ix) = crew-id
                Set crew-slot-found to true
            Else
            If cs-id(crew-slot-ix) = spaces
                Set crew-slot-empty to true
            Else
            If crew-slot-ix >= slot-count
                Move 1 to crew-slot-ix
            Else
                Add 1 to crew-slot-ix
            End-If
            End-If
            End-If.

       Store-Booked-Claim.
            Set claim-was-not-stored to true
            Perform Find-Crew-Slot
            If crew-slot-empty
                If crew-slot-count < crew-slot-limit
                    Add 1 to crew-slot-count
                    Move crew-id to cs-id(crew-slot-ix)
                    Move zeros to cs-entry-group(crew-slot-ix)
                    Set crew-slot-found to true
                End-If
            End-If
            If crew-slot-found and booked-count < booked-limit
                Add 1 to booked-count
                Move booked-count to booked-ix
                Move crew-id   to bk-crew(booked-ix)
                Move shift-num to bk-shift(booked-ix)
                Move start1    to bk-s1(booked-ix)
                Move end1      to bk-e1(booked-ix)
                Move start2    to bk-s2(booked-ix)
                Move end2      to bk-e2(booked-ix)
                Move "A"       to bk-state(booked-ix)
                Move "N"       to bk-amend-sw(booked-ix)
                Move booked-ix to cs-entry(crew-slot-ix, shift-num)
                Set claim-was-stored to true
            Else
                Set booking-overflowed to true
            End-If.

       Add-Amended-Claim.
            Perform Store-Booked-Claim
            If claim-was-stored
                Add 1 to high-line-no
                Move high-line-no to bk-line-no(booked-ix)
                Move "AMEND" to bk-origin(booked-ix)
                Move "Y" to bk-amend-sw(booked-ix)
            Else
                Move "BOOKING TABLE FULL" to reject-reason
                Set line-is-invalid to true
            End-If.

       Cancel-Booked-Claim.
            Move bk-line-no(booked-ix) to old-line-no
            Move "X" to bk-state(booked-ix)
            Move 0 to cs-entry(crew-slot-ix, shift-num)
            If not bk-was-amended(booked-ix)
                Move bk-line-no(booked-ix) to al-line-no
                Move bk-crew(booked-ix) to al-crew
                Move bk-s1(booked-ix) to al-start1
                Move bk-e1(booked-ix) to al-end1
                Move bk-s2(booked-ix) to al-start2
                Move bk-e2(booked-ix) to al-end2
                Move "X" to al-kind
                Move "N" to al-reassign
                Move bk-shift(booked-ix) to al-shift
                Move business-date to al-date
                Write allocout-rec from allocation-line
                Add 1 to alloc-written
            End-If.

       Record-Added-Claim.
            Move "A" to history-type
            Perform Write-Amended-History
            Perform Write-Audit-Transaction.

       Write-Amended-History.
            Move spaces to claim-hist-line
            Move business-date to kh-date
            Move bk-crew(booked-ix) to kh-crew
            Move bk-shift(booked-ix) to kh-shift
            Move bk-s1(booked-ix) to hr-s1
            Move bk-e1(booked-ix) to hr-e1
            Move bk-s2(booked-ix) to hr-s2
            Move bk-e2(booked-ix) to hr-e2
            Move hist-range-image to kh-sections
            Move history-type to kh-type
            Write claimhst-rec from claim-hist-line.

       Load-Booking.
            Move "N" to bookin-eof-sw
            Open input bookin
            If bookin-status = "00"
                Read bookin into booking-line
                    At end
                        Set bookin-at-eof to true
                End-Read
                If not bookin-at-eof
                and bh-tag = "HDR,"
                and bh-date = business-date
                and bh-high is numeric
                    Move bh-high to high-line-no
                    Set booking-from-bookin to true
                    Perform until bookin-at-eof
                        Read bookin into booking-line
                            At end
                                Set bookin-at-eof to true
                            Not at end
                                Perform Store-Carried-Claim
                        End-Read
                    End-Perform
                End-If
                Close bookin
            End-If
            If booking-from-bookin
                Display "BOOKING CARRIED FORWARD: " booked-count
                    " CLAIMS"
            Else
                Perform Seed-From-Claim-History
                Perform Find-Roster-Line-Count
                Display "BOOKING SEEDED FROM CLAIM HISTORY: "
                    seed-count " CLAIMS"
                If seed-dups > 0
                    Display "REPEATED CLAIM HISTORY RECORDS SKIPPED: "
                        seed-dups
                End-If
                If seed-count = 0
                    Display "NO ACCEPTED CLAIMS FOR " business-date
                        " IN CLAIM HISTORY"
                    If job-rc < 4
                        Move 4 to job-rc
                    End-If
                End-If
            End-If.

       Store-Carried-Claim.
            Move bl-sections to hist-range-image
            If bl-line-no is numeric
            and bl-shift >= "1" and bl-shift <= "9"
            and hr-s1 is numeric and hr-e1 is numeric
            and hr-s2 is numeric and hr-e2 is numeric
                Move bl-crew to crew-id
                Move bl-shift to shift-num
                Move hr-s1 to start1
                Move hr-e1 to end1
                Move hr-s2 to start2
                Move hr-e2 to end2
                Perform Store-Booked-Claim
                If claim-was-stored
                    Move bl-line-no to bk-line-no(booked-ix)
                    Move bl-origin to bk-origin(booked-ix)
                End-If
            Else
                Display "BOOKING RECORD IGNORED: " booking-line
            End-If.

       Seed-From-Claim-History.
            Move "N" to claimhst-eof-sw
            Open input claimhst
            If claimhst-status = "00"
                Perform until claimhst-at-eof
                    Read claimhst into claim-hist-line
                        At end
                            Set claimhst-at-eof to true
                        Not at end
                            If kh-date = business-date
                            and kh-is-roster
                                Perform Store-History-Claim
                            End-If
                    End-Read
                End-Perform
                Close claimhst
            Else
                Display "CLAIM HISTORY NOT AVAILABLE"
            End-If.

       Store-History-Claim.
            Move kh-sections to hist-range-image
            If kh-shift >= "1" and kh-shift <= "9"
            and hr-s1 is numeric and hr-e1 is numeric
            and hr-s2 is numeric and hr-e2 is numeric
                Move kh-crew to crew-id
                Move kh-shift to shift-num
                Perform Find-Booked-Claim
                If claim-is-booked
                    Add 1 to seed-dups
                Else
                    Move hr-s1 to start1
                    Move hr-e1 to end1
                    Move hr-s2 to start2
                    Move hr-e2 to end2
                    Perform Store-Booked-Claim
                    If claim-was-stored
                        Add 1 to seed-count
                        Move 0 to bk-line-no(booked-ix)
                        Move "ROSTR" to bk-origin(booked-ix)
                    End-If
                End-If
            End-If.

       Find-Roster-Line-Count.
            Move "N" to runaudit-eof-sw
            Open input runaudit
            If runaudit-status = "00"
                Perform until runaudit-at-eof
                    Read runaudit into audit-line
                        At end
                            Set runaudit-at-eof to true
                        Not at end
                            If au-date = business-date
                            and au-type = "END  "
                            and au-mode not = "AMEND  "
                            and au-lines is numeric
                            and au-lines > high-line-no
                                Move au-lines to high-line-no
                            End-If
                    End-Read
                End-Perform
                Close runaudit
            End-If.

       Write-Booking.
            Move 0 to active-count
            Open output bookout
            Move spaces to booking-line
            Move "HDR," to bh-tag
            Move business-date to bh-date
            Move "," to bh-comma
            Move high-line-no to bh-high
            Write bookout-rec from booking-line
            Perform Write-Booked-Claim
                varying booked-ix from 1 by 1
                until booked-ix > booked-count
            Close bookout.

       Write-Booked-Claim.
            If bk-is-active(booked-ix)
                Add 1 to active-count
                Move spaces to booking-line
                Move bk-line-no(booked-ix) to bl-line-no
                Move bk-crew(booked-ix) to bl-crew
                Move bk-shift(booked-ix) to bl-shift
                Move bk-s1(booked-ix) to hr-s1
                Move bk-e1(booked-ix) to hr-e1
                Move bk-s2(booked-ix) to hr-s2
                Move bk-e2(booked-ix) to hr-e2
                Move hist-range-image to bl-sections
                Move bk-origin(booked-ix) to bl-origin
                Write bookout-rec from booking-line
            End-If.

       Carry-Booking-Forward.
            Move "N" to bookin-eof-sw
            Open output bookout
            Open input bookin
            If bookin-status = "00"
                Perform until bookin-at-eof
                    Read bookin
                        At end
                            Set bookin-at-eof to true
                        Not at end
                            Write bookout-rec from bookin-rec
                    End-Read
                End-Perform
                Close bookin
            End-If
            Close bookout.

       Report-Amended-Conflicts.
            Move spaces to amndrpt-rec
            Write amndrpt-rec
            Move conflict-header to amndrpt-rec
            Write amndrpt-rec
            Perform Check-Amended-Overlap
                varying booked-ix from 1 by 1
                until booked-ix > booked-count
            If n-pairs = 0
                Move spaces to amndrpt-rec
                Move none-line to amndrpt-rec
                Write amndrpt-rec
            End-If.

       Check-Amended-Overlap.
            If bk-is-active(booked-ix) and bk-was-amended(booked-ix)
                Move bk-s1(booked-ix) to start1
                Move bk-e1(booked-ix) to end1
                Move bk-s2(booked-ix) to start2
                Move bk-e2(booked-ix) to end2
                If not ((end1 < start2) or (end2 < start1))
                    Add 1 to n-pairs
                    If (start1 <= start2 and end1 >= end2)
                    or (start2 <= start1 and end2 >= end1)
                        Move "CONTAINED" to cl-kind
                    Else
                        Move "PARTIAL  " to cl-kind
                    End-If
                    Perform Write-Conflict-Line
                    Perform Write-Allocation-Line
                End-If
            End-If.

       Write-Conflict-Line.
            Move bk-line-no(booked-ix) to cl-line-no
            Move bk-crew(booked-ix) to cl-crew
            Move start1 to cl-start1
            Move end1 to cl-end1
            Move start2 to cl-start2
            Move end2 to cl-end2
            Move spaces to cl-name-s1 cl-name-e1 cl-name-s2 cl-name-e2
            If sectmast-is-loaded
                If start1 > 0
                    Move se-name(start1) to cl-name-s1
                End-If
                If end1 > 0
                    Move se-name(end1) to cl-name-e1
                End-If
                If start2 > 0
                    Move se-name(start2) to cl-name-s2
                End-If
                If end2 > 0
                    Move se-name(end2) to cl-name-e2
                End-If
            End-If
            Move bk-shift(booked-ix) to cl-shift
            Write amndrpt-rec from conflict-line.

       Write-Allocation-Line.
            Move bk-line-no(booked-ix) to al-line-no
            Move bk-crew(booked-ix) to al-crew
            Move start1 to al-start1
            Move end1 to al-end1
            Move start2 to al-start2
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
            Move bk-shift(booked-ix) to al-shift
            Move business-date to al-date
            Write allocout-rec from allocation-line
            Add 1 to alloc-written.

       Report-Amended-Double-Booked.
            Move zeros to sect-claim-table
            Move zeros to sect-last-table
            Move spaces to dbl-shown-table
            Perform Tally-Booked-Claim
                varying booked-ix from 1 by 1
                until booked-ix > booked-count
            Move spaces to amndrpt-rec
            Write amndrpt-rec
            Move dbl-header to amndrpt-rec
            Write amndrpt-rec
            Perform Check-Amended-Sections
                varying other-ix from 1 by 1
                until other-ix > booked-count
            If dbl-count = 0
                Move spaces to amndrpt-rec
                Move none-line to amndrpt-rec
                Write amndrpt-rec
            End-If.

       Tally-Booked-Claim.
            If bk-is-active(booked-ix)
                Move bk-shift(booked-ix) to shift-num
                Perform Set-First-Range
                Perform Tally-One-Section
                    varying sect-no from chk-lo by 1
                    until sect-no > chk-hi
                Perform Set-Second-Range
                Perform Tally-One-Section
                    varying sect-no from chk-lo by 1
                    until sect-no > chk-hi
            End-If.

       Tally-One-Section.
            If sect-no >= 1 and sect-no <= 999
                If booked-ix not = sect-last-entry(shift-num, sect-no)
                    Add 1 to sect-claim-count(shift-num, sect-no)
                    Move booked-ix
                        to sect-last-entry(shift-num, sect-no)
                End-If
            End-If.

       Set-First-Range.
            If bk-s1(booked-ix) <= bk-e1(booked-ix)
                Move bk-s1(booked-ix) to chk-lo
                Move bk-e1(booked-ix) to chk-hi
            Else
                Move bk-e1(booked-ix) to chk-lo
                Move bk-s1(booked-ix) to chk-hi
            End-If.

       Set-Second-Range.
            If bk-s2(booked-ix) <= bk-e2(booked-ix)
                Move bk-s2(booked-ix) to chk-lo
                Move bk-e2(booked-ix) to chk-hi
            Else
                Move bk-e2(booked-ix) to chk-lo
                Move bk-s2(booked-ix) to chk-hi
            End-If.

       Check-Amended-Sections.
            If bk-is-active(other-ix) and bk-was-amended(other-ix)
                Move other-ix to booked-ix
                Move bk-shift(booked-ix) to shift-num
                Perform Set-First-Range
                Perform Check-Section-Claims
                    varying sect-no from chk-lo by 1
                    until sect-no > chk-hi
                Move other-ix to booked-ix
                Perform Set-Second-Range
                Perform Check-Section-Claims
                    varying sect-no from chk-lo by 1
                    until sect-no > chk-hi
            End-If.

       Check-Section-Claims.
            If sect-no >= 1 and sect-no <= 999
            and not dbl-was-shown(shift-num, sect-no)
                If sectmast-is-loaded and se-is-known(sect-no)
                    Move se-cap(sect-no) to sect-capacity
                Else
                    Move 1 to sect-capacity
                End-If
                If sect-claim-count(shift-num, sect-no) > sect-capacity
                    Set dbl-was-shown(shift-num, sect-no) to true
                    Add 1 to dbl-count
                    Move sect-claim-count(shift-num, sect-no)
                        to booked-lines
                    Perform Write-Double-Booked
                End-If
            End-If.

       Write-Double-Booked.
            Move sect-no to ds-number
            If sectmast-is-loaded
                Move se-name(sect-no) to ds-name
            Else
                Move spaces to ds-name
            End-If
            Move booked-lines to ds-claims
            Move shift-num to ds-shift
            Move sect-capacity to ds-cap
            Write amndrpt-rec from dbl-section-line
            Perform Write-Claim-Line
                varying booked-ix from 1 by 1
                until booked-ix > booked-count.

       Write-Claim-Line.
            If bk-is-active(booked-ix)
            and bk-shift(booked-ix) = shift-num
                Perform Set-First-Range
                If sect-no < chk-lo or sect-no > chk-hi
                    Perform Set-Second-Range
                End-If
                If sect-no >= chk-lo and sect-no <= chk-hi
                    Move bk-line-no(booked-ix) to dc-line-no
                    Move bk-crew(booked-ix) to dc-crew
                    Move chk-lo to dc-lo
                    Move chk-hi to dc-hi
                    Move bk-origin(booked-ix) to dc-origin
                    Write amndrpt-rec from dbl-claim-line
                End-If
            End-If.

       Report-Amended-Unqualified.
            Perform Check-Amended-Qualification
                varying other-ix from 1 by 1
                until other-ix > booked-count
            Move spaces to amndrpt-rec
            Write amndrpt-rec
            Move unqual-header to amndrpt-rec
            Write amndrpt-rec
            Perform Write-Unqualified
                varying unqual-ix from 1 by 1
                until unqual-ix > unqual-count
            If unqual-count = 0
                Move spaces to amndrpt-rec
                Move none-line to amndrpt-rec
                Write amndrpt-rec
            End-If
            If unquals-overflowed
                Display "UNQUALIFIED TABLE FULL - "
                    "UNQUALIFIED LIST IS PARTIAL"
            End-If.

       Check-Amended-Qualification.
            If bk-is-active(other-ix) and bk-was-amended(other-ix)
                Move other-ix to booked-ix
                Move bk-crew(booked-ix) to crew-id
                Move bk-shift(booked-ix) to shift-num
                Move bk-s1(booked-ix) to start1
                Move bk-e1(booked-ix) to end1
                Move bk-s2(booked-ix) to start2
                Move bk-e2(booked-ix) to end2
                Perform Check-Qualifications
                If line-is-unqualified
                    Move "UNQUAL" to cl-kind
                    Perform Write-Allocation-Line
                End-If
            End-If.

       Write-Unqualified.
            Move uq-line-no(unqual-ix) to uv-line-no
            Move uq-crew(unqual-ix) to uv-crew
            Move uq-shift(unqual-ix) to uv-shift
            Move uq-section(unqual-ix) to uv-section
            Move se-name(uq-section(unqual-ix)) to uv-sect-name
            Move uq-qual(unqual-ix) to uv-qual
            Move uq-status(unqual-ix) to uv-status
            Move uq-expiry(unqual-ix) to uv-expiry
            Write amndrpt-rec from unqual-line.

       Write-Report-Title.
            Move business-date to tt-date
            Move run-date to tt-run-date
            Move run-time to tt-run-time
            Move amndtran-dsn to tt-dsn
            Move spaces to amndrpt-rec
            Move title-line to amndrpt-rec
            Write amndrpt-rec.

       Open-Amndrpt.
            Open output amndrpt.

       Open-Allocout.
            Open extend allocout
            If allocout-status not = "00"
                Open output allocout
            End-If.

       Open-Runaudit.
            Open extend runaudit
            If runaudit-status not = "00"
                Open output runaudit
            End-If.

       Open-Claimhst.
            Open extend claimhst
            If claimhst-status not = "00"
                Open output claimhst
            End-If.

       Write-Audit-Start.
            Move business-date to au-date
            Move run-time to au-time
            Move "START" to au-type
            Move "AMEND  " to au-mode
            Move 0 to au-restart-line
            Move 0 to au-lines
            Move 0 to au-rejects
            Move 0 to au-pairs
            Move "RUNNING " to au-status
            Move amndtran-dsn to au-dsn
            Write runaudit-rec from audit-line.

       Write-Audit-Transaction.
            Accept run-time from time
            Move run-time to au-time
            Move txn-action to au-type
            Move "AMEND  " to au-mode
            If txn-is-cancel
                Move 0 to au-restart-line
            Else
                Move high-line-no to au-restart-line
            End-If
            Move old-line-no to au-lines
            Move 0 to au-rejects
            Move 0 to au-pairs
            Move "APPLIED " to au-status
            Move bk-crew(booked-ix) to ac-crew
            Move bk-shift(booked-ix) to ac-shift
            Move bk-s1(booked-ix) to hr-s1
            Move bk-e1(booked-ix) to hr-e1
            Move bk-s2(booked-ix) to hr-s2
            Move bk-e2(booked-ix) to hr-e2
            Move hist-range-image to ac-sections
            Move audit-claim to au-dsn
            Write runaudit-rec from audit-line.

       Write-Audit-End.
            Accept run-time from time
            Move run-time to au-time
            Move "END  " to au-type
            Move "AMEND  " to au-mode
            Move 0 to au-restart-line
            Move txn-count to au-lines
            Move txn-rejects to au-rejects
            Move n-pairs to au-pairs
            Move "RC " to au-status
            Move job-rc to au-status(4:4)
            Move amndtran-dsn to au-dsn
            Write runaudit-rec from audit-line.

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
            Perform until scan-ptr > 80
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
                                Move sm-qual to se-qual(sm-number)
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
                Move bk-line-no(booked-ix) to uq-line-no(unqual-count)
                Move crew-id to uq-crew(unqual-count)
                Move shift-num to uq-shift(unqual-count)
                Move sect-no to uq-section(unqual-count)
                Move qual-held-code to uq-qual(unqual-count)
                Move qual-held-status to uq-status(unqual-count)
                Move qual-held-expiry to uq-expiry(unqual-count)
            Else
                Set unquals-overflowed to true
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
            Move amndtran-dsn to jc-dsn
            Open extend jobctl
            If jobctl-status not = "00"
                Open output jobctl
            End-If
            Write jobctl-rec from jobctl-line
            Close jobctl.
