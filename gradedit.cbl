           select EDTRPT-FILE assign to "GRADERPT"
               organization is line sequential
               file status is WS-EDTRPT-STATUS.
           select TERMS-FILE assign to "TERMS"
               organization is line sequential
               file status is WS-TERMS-STATUS.
           select GRADFRZ-FILE assign to "GRADFRZ"
               organization is line sequential
               file status is WS-GRADFRZ-STATUS.
           select REGISTR-FILE assign to "REGISTR"
               organization is indexed
               access mode is dynamic
               record key is REG-KEY
               file status is WS-REGISTR-STATUS.
           select GRADCTL-FILE assign to "GRADCTL"
               organization is line sequential
               file status is WS-GRADCTL-STATUS.
       data division.
       file section.
       fd GRADES-FILE.
           05 GRADE-COURSE PIC X(8).
           05 FILLER PIC X.
           05 GRADE-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 GRADE-TERM PIC X(6).

       fd GRADVAL-FILE.
       01 GRADVAL-REC.
           05 GRADVAL-COURSE PIC X(8).
           05 FILLER PIC X.
           05 GRADVAL-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 GRADVAL-TERM PIC X(6).

       fd GRADREJ-FILE.
       01 GRADREJ-REC.
           05 GRADREJ-COURSE PIC X(8).
           05 FILLER PIC X.
           05 GRADREJ-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 GRADREJ-TERM PIC X(6).

       fd EDTRPT-FILE.
       01 EDTRPT-REC.
           05 EDTRPT-TEXT PIC X(80).

       fd TERMS-FILE.
       01 TERMS-REC.
           05 TERM-CODE PIC X(6).
           05 FILLER PIC X.
           05 TERM-START-DATE PIC 9(8).
           05 FILLER PIC X.
           05 TERM-END-DATE PIC 9(8).
           05 FILLER PIC X.
           05 TERM-FLAG PIC X.
           05 FILLER PIC X.
           05 TERM-CLOSE-DATE PIC 9(8).

       fd GRADFRZ-FILE.
       01 GRADFRZ-REC.
           05 GFRZ-ID PIC 9(8).
           05 FILLER PIC X.
           05 GFRZ-COURSE PIC X(8).
           05 FILLER PIC X.
           05 GFRZ-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 GFRZ-TERM PIC X(6).
           05 FILLER PIC X.
           05 GFRZ-DATE PIC 9(8).

       fd REGISTR-FILE.
       01 REGISTR-REC.
           05 REG-KEY.
               10 REG-ID PIC 9(8).
               10 REG-COURSE PIC X(8).
               10 REG-TERM PIC X(6).
           05 REG-DATE PIC 9(8).
           05 REG-STATUS PIC X.

       fd GRADCTL-FILE.
       01 GRADCTL-REC.
           05 GRADCTL-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 GRADCTL-HASH PIC 9(12).
           05 FILLER PIC X.
           05 GRADCTL-DATE PIC 9(8).

       working-storage section.
       01 WS-GRADES-STATUS PIC XX VALUE "00".
       01 WS-GRADVAL-STATUS PIC XX VALUE "00".
       01 WS-GRADREJ-STATUS PIC XX VALUE "00".
       01 WS-EDTRPT-STATUS PIC XX VALUE "00".
       01 WS-TERMS-STATUS PIC XX VALUE "00".
       01 WS-GRADFRZ-STATUS PIC XX VALUE "00".
       01 WS-REGISTR-STATUS PIC XX VALUE "00".
       01 WS-GRADCTL-STATUS PIC XX VALUE "00".
       01 WS-CTL-COUNT PIC 9(6) VALUE 0.
       01 WS-CTL-HASH PIC 9(12) VALUE 0.
       01 WS-PRE-COUNT PIC 9(6) VALUE 0.
       01 WS-PRE-HASH PIC 9(12) VALUE 0.

       01 WS-SEEN-COUNT PIC 9(5) VALUE 0.
       01 WS-SEEN-TABLE.
           05 WS-SEEN-KEY PIC X(22) OCCURS 20000 TIMES.
       01 WS-CUR-KEY PIC X(22).

       01 WS-TERM-COUNT PIC 9(3) VALUE 0.
       01 WS-TERM-TABLE.
           05 WS-TERM-ENTRY OCCURS 40 TIMES.
               10 WS-TRM-CODE PIC X(6).
               10 WS-TRM-FLAG PIC X.
       01 WS-TERM-IDX PIC 9(3) VALUE 0.

       01 WS-FRZ-COUNT PIC 9(5) VALUE 0.
       01 WS-FRZ-TABLE.
           05 WS-FRZ-ENTRY OCCURS 20000 TIMES.
               10 WS-FRZ-KEY PIC X(22).
               10 WS-FRZ-SCORE PIC 9(3).
       01 WS-FRZ-CUR-KEY PIC X(22).
       01 WS-FRZ-FOUND-SCORE PIC 9(3) VALUE 0.
       01 WS-FRZ-LOOK-ID PIC 9(8).

       01 WS-GRADE-ORIG-ID PIC 9(8).
       01 WS-GRADE-SURV-ID PIC 9(8).
       01 WS-MERGE-DATE PIC 9(8) VALUE 0.

       01 WS-CHECK-ID PIC 9(8).
       01 WS-CHECK-EXPECTED PIC 9 VALUE 0.
       01 WS-REJ-NTE-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-BLC-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-DOU-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-SES-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-CLO-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-INS-COUNT PIC 9(6) VALUE 0.
       01 WS-REDIR-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-REASON PIC X(3).
       01 WS-RPT-COUNT PIC ZZZZZ9.

           88 WS-EDIT-ABORT-YES VALUE "Y".
       01 WS-DUP-FOUND PIC X VALUE "N".
           88 WS-DUP-FOUND-YES VALUE "Y".
       01 WS-FRZ-FOUND PIC X VALUE "N".
           88 WS-FRZ-FOUND-YES VALUE "Y".
       01 WS-FILE-EOF PIC X VALUE "N".
           88 WS-FILE-EOF-YES VALUE "Y".
       01 WS-REG-AVAIL PIC X VALUE "N".
           88 WS-REG-AVAIL-YES VALUE "Y".

       procedure division.
           move "DEBUT" to WS-LOG-EVENT
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           move "FIN" to WS-LOG-EVENT
           perform load-terms
           if not WS-EDIT-ABORT-YES
               perform verify-gradctl
           end-if
           if not WS-EDIT-ABORT-YES
               perform load-frozen-grades
           end-if
           if not WS-EDIT-ABORT-YES
               perform open-edit-files
           end-if
           if not WS-EDIT-ABORT-YES
               perform until WS-GRADES-EOF-YES
                   read GRADES-FILE
                   end-read
               end-perform
               perform write-edit-totals
               if WS-REG-AVAIL-YES
                   close REGISTR-FILE
               end-if
               close GRADES-FILE
               close GRADVAL-FILE
               close GRADREJ-FILE
           end-if.
       goback.

       load-terms.
           move "N" to WS-FILE-EOF
           open input TERMS-FILE
           if WS-TERMS-STATUS not = "00"
               display "Calendrier TERMS introuvable - "
                   "edition interrompue."
               move "Y" to WS-EDIT-ABORT
           else
               perform until WS-FILE-EOF-YES
                   read TERMS-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           if WS-TERM-COUNT < 40
                               add 1 to WS-TERM-COUNT
                               move TERM-CODE
                                   to WS-TRM-CODE(WS-TERM-COUNT)
                               move TERM-FLAG
                                   to WS-TRM-FLAG(WS-TERM-COUNT)
                           else
                               display "Calendrier TERMS sature - "
                                   "edition interrompue: " TERM-CODE
                               move "Y" to WS-EDIT-ABORT
                               move "Y" to WS-FILE-EOF
                           end-if
                   end-read
               end-perform
               close TERMS-FILE
           end-if.

       verify-gradctl.
           open input GRADCTL-FILE
           if WS-GRADCTL-STATUS not = "00"
               continue
           else
               read GRADCTL-FILE
                   at end move 0 to WS-CTL-COUNT WS-CTL-HASH
                   not at end
                       move GRADCTL-COUNT to WS-CTL-COUNT
                       move GRADCTL-HASH to WS-CTL-HASH
               end-read
               close GRADCTL-FILE
               perform count-grades-file
               if not WS-EDIT-ABORT-YES
                   if WS-PRE-COUNT not = WS-CTL-COUNT
                           or WS-PRE-HASH not = WS-CTL-HASH
                       display "Controle GRADCTL en desaccord avec "
                           "GRADES - edition interrompue."
                       move "Y" to WS-EDIT-ABORT
                   end-if
               end-if
           end-if.

       count-grades-file.
           move "N" to WS-GRADES-EOF
           move 0 to WS-PRE-COUNT
           move 0 to WS-PRE-HASH
           open input GRADES-FILE
           if WS-GRADES-STATUS not = "00"
               display "Fichier GRADES introuvable - "
                   "edition interrompue."
               move "Y" to WS-EDIT-ABORT
           else
               perform until WS-GRADES-EOF-YES
                   read GRADES-FILE
                       at end move "Y" to WS-GRADES-EOF
                       not at end
                           add 1 to WS-PRE-COUNT
                           if GRADE-ID is numeric
                               add GRADE-ID to WS-PRE-HASH
                           end-if
                   end-read
               end-perform
               close GRADES-FILE
               move "N" to WS-GRADES-EOF
           end-if.

       load-frozen-grades.
           move "N" to WS-FILE-EOF
           open input GRADFRZ-FILE
           if WS-GRADFRZ-STATUS = "00"
               perform until WS-FILE-EOF-YES
                   read GRADFRZ-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           if WS-FRZ-COUNT < 20000
                               add 1 to WS-FRZ-COUNT
                               move spaces
                                   to WS-FRZ-KEY(WS-FRZ-COUNT)
                               string GFRZ-ID delimited by size
                                   GFRZ-COURSE delimited by size
                                   GFRZ-TERM delimited by size
                                   into WS-FRZ-KEY(WS-FRZ-COUNT)
                               end-string
                               move GFRZ-SCORE
                                   to WS-FRZ-SCORE(WS-FRZ-COUNT)
                           else
                               display "Table GRADFRZ pleine - "
                                   "edition interrompue: " GFRZ-ID
                               move "Y" to WS-EDIT-ABORT
                               move "Y" to WS-FILE-EOF
                           end-if
                   end-read
               end-perform
               close GRADFRZ-FILE
           end-if.

       open-edit-files.
           open input GRADES-FILE
           if WS-GRADES-STATUS not = "00"
                       into EDTRPT-TEXT
                   end-string
                   write EDTRPT-REC
                   perform open-registrations
               end-if
           end-if.

       open-registrations.
           open input REGISTR-FILE
           if WS-REGISTR-STATUS = "00"
               display "Inscriptions REGISTR controlees."
               move "Y" to WS-REG-AVAIL
           else
               display "Fichier REGISTR absent - "
                   "controle des inscriptions non effectue."
           end-if.

       edit-one-grade.
           move spaces to WS-REJ-REASON
           move "N" to WS-FRZ-FOUND
           move GRADE-ID to WS-GRADE-ORIG-ID
           move GRADE-ID to WS-CHECK-ID
           call "CHECKDIG" using WS-CHECK-ID WS-CHECK-EXPECTED
               WS-CHECK-OK
               move "CLE" to WS-REJ-REASON
               add 1 to WS-REJ-CLE-COUNT
           else
               perform resolve-grade-id
               if GRADE-SCORE not numeric or GRADE-SCORE > 100
                   move "NTE" to WS-REJ-REASON
                   add 1 to WS-REJ-NTE-COUNT
                       move "BLC" to WS-REJ-REASON
                       add 1 to WS-REJ-BLC-COUNT
                   else
                       perform check-grade-term
                   end-if
                   if WS-REJ-REASON = spaces
                       perform find-seen-key
                       if WS-DUP-FOUND-YES
                           move "DOU" to WS-REJ-REASON
               if WS-SEEN-COUNT < 20000
                   add 1 to WS-SEEN-COUNT
                   move WS-CUR-KEY to WS-SEEN-KEY(WS-SEEN-COUNT)
               else
                   display "Table des cles vues pleine - "
                       "edition interrompue: " GRADE-ID
                   move "Y" to WS-EDIT-ABORT
                   move "Y" to WS-GRADES-EOF
               end-if
               move spaces to GRADVAL-REC
               move GRADE-ID to GRADVAL-ID
               move GRADE-COURSE to GRADVAL-COURSE
               if WS-FRZ-FOUND-YES
                   move WS-FRZ-FOUND-SCORE to GRADVAL-SCORE
               else
                   move GRADE-SCORE to GRADVAL-SCORE
               end-if
               move GRADE-TERM to GRADVAL-TERM
               write GRADVAL-REC
               add 1 to WS-GOOD-COUNT
               if GRADE-ID not = WS-GRADE-ORIG-ID
                   add 1 to WS-REDIR-COUNT
               end-if
           else
               move spaces to GRADREJ-REC
               move WS-REJ-REASON to GRADREJ-CODE
               move WS-GRADE-ORIG-ID to GRADREJ-ID
               move GRADE-COURSE to GRADREJ-COURSE
               move GRADE-SCORE to GRADREJ-SCORE
               move GRADE-TERM to GRADREJ-TERM
               write GRADREJ-REC
               add 1 to WS-REJ-COUNT
           end-if.

       check-grade-term.
           move 0 to WS-TERM-IDX
           if GRADE-TERM not = spaces
               perform varying I from 1 by 1 until I > WS-TERM-COUNT
                   if WS-TRM-CODE(I) = GRADE-TERM
                       move I to WS-TERM-IDX
                       move WS-TERM-COUNT to I
                   end-if
               end-perform
           end-if
           if WS-TERM-IDX = 0
               move "SES" to WS-REJ-REASON
               add 1 to WS-REJ-SES-COUNT
           else
               if WS-TRM-FLAG(WS-TERM-IDX) = "C"
                   move GRADE-ID to WS-FRZ-LOOK-ID
                   perform find-frozen-grade
                   if not WS-FRZ-FOUND-YES
                           and GRADE-ID not = WS-GRADE-ORIG-ID
                       move WS-GRADE-ORIG-ID to WS-FRZ-LOOK-ID
                       perform find-frozen-grade
                   end-if
                   if not WS-FRZ-FOUND-YES
                       move "CLO" to WS-REJ-REASON
                       add 1 to WS-REJ-CLO-COUNT
                   end-if
               else
                   if WS-REG-AVAIL-YES
                       perform check-grade-registration
                   end-if
               end-if
           end-if.

       resolve-grade-id.
           call "IDXRSLV" using WS-GRADE-ORIG-ID WS-GRADE-SURV-ID
               WS-MERGE-DATE
           if WS-GRADE-SURV-ID not = WS-GRADE-ORIG-ID
               move WS-GRADE-SURV-ID to GRADE-ID
           end-if.

       check-grade-registration.
           move GRADE-ID to REG-ID
           move GRADE-COURSE to REG-COURSE
           move GRADE-TERM to REG-TERM
           read REGISTR-FILE
               invalid key
                   move "INS" to WS-REJ-REASON
                   add 1 to WS-REJ-INS-COUNT
           end-read.

       find-frozen-grade.
           move "N" to WS-FRZ-FOUND
           move spaces to WS-FRZ-CUR-KEY
           string WS-FRZ-LOOK-ID delimited by size
               GRADE-COURSE delimited by size
               GRADE-TERM delimited by size
               into WS-FRZ-CUR-KEY
           end-string
           perform varying I from 1 by 1 until I > WS-FRZ-COUNT
               if WS-FRZ-KEY(I) = WS-FRZ-CUR-KEY
                   move "Y" to WS-FRZ-FOUND
                   move WS-FRZ-SCORE(I) to WS-FRZ-FOUND-SCORE
                   move WS-FRZ-COUNT to I
               end-if
           end-perform.

       find-seen-key.
           move "N" to WS-DUP-FOUND
           move spaces to WS-CUR-KEY
           string GRADE-ID delimited by size
               GRADE-COURSE delimited by size
               GRADE-TERM delimited by size
               into WS-CUR-KEY
           end-string
           perform varying I from 1 by 1 until I > WS-SEEN-COUNT
               WS-RPT-COUNT delimited by size
               into EDTRPT-TEXT
           end-string
           write EDTRPT-REC
           move WS-REJ-SES-COUNT to WS-RPT-COUNT
           move spaces to EDTRPT-REC
           string "  dont session inconnue (SES): " delimited by size
               WS-RPT-COUNT delimited by size
               into EDTRPT-TEXT
           end-string
           write EDTRPT-REC
           move WS-REJ-CLO-COUNT to WS-RPT-COUNT
           move spaces to EDTRPT-REC
           string "  dont session close (CLO): " delimited by size
               WS-RPT-COUNT delimited by size
               into EDTRPT-TEXT
           end-string
           write EDTRPT-REC
           move WS-REJ-INS-COUNT to WS-RPT-COUNT
           move spaces to EDTRPT-REC
           string "  dont cours non inscrit (INS): " delimited by size
               WS-RPT-COUNT delimited by size
               into EDTRPT-TEXT
           end-string
           write EDTRPT-REC
           move WS-REDIR-COUNT to WS-RPT-COUNT
           move spaces to EDTRPT-REC
           string "Notes redirigees vers ID survivant: "
               delimited by size
               WS-RPT-COUNT delimited by size
               into EDTRPT-TEXT
           end-string
           write EDTRPT-REC.
