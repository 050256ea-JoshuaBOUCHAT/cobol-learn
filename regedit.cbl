       identification division.
       program-id. REGEDIT.
       environment division.
       input-output section.
       file-control.
           select REGREQ-FILE assign to "REGREQ"
               organization is line sequential
               file status is WS-REGREQ-STATUS.
           select REGISTR-FILE assign to "REGISTR"
               organization is indexed
               access mode is dynamic
               record key is REG-KEY
               file status is WS-REGISTR-STATUS.
           select REGREJ-FILE assign to "REGREJ"
               organization is line sequential
               file status is WS-REGREJ-STATUS.
           select REGRPT-FILE assign to "REGRPT"
               organization is line sequential
               file status is WS-REGRPT-STATUS.
           select ROSTMST-FILE assign to "ROSTMST"
               organization is indexed
               access mode is dynamic
               record key is MST-ID
               file status is WS-ROSTMST-STATUS.
           select COURSES-FILE assign to "COURSES"
               organization is line sequential
               file status is WS-COURSES-STATUS.
           select TERMS-FILE assign to "TERMS"
               organization is line sequential
               file status is WS-TERMS-STATUS.
           select GRADVAL-FILE assign to "GRADVAL"
               organization is line sequential
               file status is WS-GRADVAL-STATUS.
       data division.
       file section.
       fd REGREQ-FILE.
       01 REGREQ-REC.
           05 REQ-ID PIC 9(8).
           05 FILLER PIC X.
           05 REQ-COURSE PIC X(8).
           05 FILLER PIC X.
           05 REQ-TERM PIC X(6).
           05 FILLER PIC X.
           05 REQ-DATE PIC 9(8).

       fd REGISTR-FILE.
       01 REGISTR-REC.
           05 REG-KEY.
               10 REG-ID PIC 9(8).
               10 REG-COURSE PIC X(8).
               10 REG-TERM PIC X(6).
           05 REG-DATE PIC 9(8).
           05 REG-STATUS PIC X.

       fd REGREJ-FILE.
       01 REGREJ-REC.
           05 REGREJ-CODE PIC X(3).
           05 FILLER PIC X.
           05 REGREJ-ID PIC 9(8).
           05 FILLER PIC X.
           05 REGREJ-COURSE PIC X(8).
           05 FILLER PIC X.
           05 REGREJ-TERM PIC X(6).

       fd REGRPT-FILE.
       01 REGRPT-REC.
           05 REGRPT-TEXT PIC X(80).

       fd ROSTMST-FILE.
       01 ROSTMST-REC.
           05 MST-NAME PIC X(25).
           05 MST-SURNAME PIC X(25).
           05 MST-ID PIC 9(8).
           05 MST-STATUS PIC X.
           05 MST-ADM-DATE PIC 9(8).
           05 MST-WDR-DATE PIC 9(8).

       fd COURSES-FILE.
       01 COURSES-REC.
           05 COURSE-CODE PIC X(8).
           05 FILLER PIC X.
           05 COURSE-TITLE PIC X(30).
           05 FILLER PIC X.
           05 COURSE-CAPACITY PIC 9(4).
           05 COURSE-PREREQS.
               10 COURSE-PREREQ OCCURS 3 TIMES.
                   15 FILLER PIC X.
                   15 COURSE-PRQ-CODE PIC X(8).

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

       fd GRADVAL-FILE.
       01 GRADVAL-REC.
           05 GRADVAL-ID PIC 9(8).
           05 FILLER PIC X.
           05 GRADVAL-COURSE PIC X(8).
           05 FILLER PIC X.
           05 GRADVAL-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 GRADVAL-TERM PIC X(6).

       working-storage section.
       01 WS-REGREQ-STATUS PIC XX VALUE "00".
       01 WS-REGISTR-STATUS PIC XX VALUE "00".
       01 WS-REGREJ-STATUS PIC XX VALUE "00".
       01 WS-REGRPT-STATUS PIC XX VALUE "00".
       01 WS-ROSTMST-STATUS PIC XX VALUE "00".
       01 WS-COURSES-STATUS PIC XX VALUE "00".
       01 WS-TERMS-STATUS PIC XX VALUE "00".
       01 WS-GRADVAL-STATUS PIC XX VALUE "00".

       01 WS-SYS-DATE PIC 9(8) VALUE 0.
       01 WS-PASS-MARK PIC 9(3) VALUE 50.

       01 WS-TERM-COUNT PIC 9(3) VALUE 0.
       01 WS-TERM-TABLE.
           05 WS-TERM-ENTRY OCCURS 40 TIMES.
               10 WS-TRM-CODE PIC X(6).
               10 WS-TRM-START PIC 9(8).
               10 WS-TRM-END PIC 9(8).
               10 WS-TRM-FLAG PIC X.
       01 WS-TERM-IDX PIC 9(3) VALUE 0.

       01 WS-COURSE-COUNT PIC 9(3) VALUE 0.
       01 WS-COURSE-TABLE.
           05 WS-COURSE-ENTRY OCCURS 200 TIMES.
               10 WS-CRS-CODE PIC X(8).
               10 WS-CRS-CAPACITY PIC 9(4).
               10 WS-CRS-PRQ PIC X(8) OCCURS 3 TIMES.
               10 WS-CRS-SEATS PIC 9(4) OCCURS 40 TIMES.
       01 WS-CRS-IDX PIC 9(3) VALUE 0.
       01 WS-LOOK-COURSE PIC X(8) VALUE SPACES.
       01 WS-LOOK-TERM PIC X(6) VALUE SPACES.

       01 WS-PASS-COUNT PIC 9(5) VALUE 0.
       01 WS-PASS-TABLE.
           05 WS-PASS-KEY PIC X(16) OCCURS 20000 TIMES.
       01 WS-PASS-CUR-KEY PIC X(16).
       01 WS-PRQ-CODE PIC X(8).

       01 WS-CHECK-ID PIC 9(8).
       01 WS-CHECK-EXPECTED PIC 9 VALUE 0.
       01 WS-CHECK-OK PIC X VALUE "Y".
           88 WS-CHECK-IS-OK VALUE "Y".

       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-GOOD-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-CLE-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-SES-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-CLO-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-CRS-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-ETU-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-INA-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-DOU-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-PRQ-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-PLC-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-REASON PIC X(3).
       01 WS-RPT-COUNT PIC ZZZZZ9.
       01 WS-RPT-SEATS PIC ZZZ9.
       01 WS-RPT-CAPACITY PIC ZZZ9.

       01 WS-LOG-PROGRAM PIC X(10) VALUE "REGEDIT".
       01 WS-LOG-N PIC 9(8) VALUE 0.
       01 WS-LOG-K PIC 9(8) VALUE 0.
       01 WS-LOG-RESULT PIC X(40) VALUE SPACES.
       01 WS-LOG-EVENT PIC X(5) VALUE SPACES.

       local-storage section.
       01 I PIC 9(5) VALUE 0.
       01 J PIC 9(3) VALUE 0.
       01 K PIC 9(3) VALUE 0.
       01 WS-FILE-EOF PIC X VALUE "N".
           88 WS-FILE-EOF-YES VALUE "Y".
       01 WS-REG-ABORT PIC X VALUE "N".
           88 WS-REG-ABORT-YES VALUE "Y".
       01 WS-PASS-FOUND PIC X VALUE "N".
           88 WS-PASS-FOUND-YES VALUE "Y".

       procedure division.
           move "DEBUT" to WS-LOG-EVENT
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           move "FIN" to WS-LOG-EVENT
           accept WS-SYS-DATE from date yyyymmdd
           perform load-terms
           if not WS-REG-ABORT-YES
               perform load-courses
           end-if
           if not WS-REG-ABORT-YES
               perform load-passed-courses
           end-if
           if not WS-REG-ABORT-YES
               perform open-registration-files
           end-if
           if not WS-REG-ABORT-YES
               perform count-seats-taken
               perform until WS-FILE-EOF-YES
                   read REGREQ-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           add 1 to WS-READ-COUNT
                           perform edit-one-request
                   end-read
               end-perform
               perform write-registration-totals
               perform write-seat-summary
               close REGREQ-FILE
               close REGISTR-FILE
               close ROSTMST-FILE
               close REGREJ-FILE
               close REGRPT-FILE
           end-if

           if WS-REG-ABORT-YES
               move "Edition inscriptions interrompue"
                   to WS-LOG-RESULT
           else
               move spaces to WS-LOG-RESULT
               string "Inscrits=" delimited by size
                   WS-GOOD-COUNT delimited by size
                   " Rejets=" delimited by size
                   WS-REJ-COUNT delimited by size
                   into WS-LOG-RESULT
               end-string
           end-if
           move WS-READ-COUNT to WS-LOG-N
           move WS-GOOD-COUNT to WS-LOG-K
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           if WS-REG-ABORT-YES
               move 8 to return-code
           else
               if WS-REJ-COUNT > 0
                   move 4 to return-code
               end-if
           end-if.
       goback.

       load-terms.
           move "N" to WS-FILE-EOF
           open input TERMS-FILE
           if WS-TERMS-STATUS not = "00"
               display "Calendrier TERMS introuvable - "
                   "edition interrompue."
               move "Y" to WS-REG-ABORT
           else
               perform until WS-FILE-EOF-YES
                   read TERMS-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           if WS-TERM-COUNT < 40
                               add 1 to WS-TERM-COUNT
                               move TERM-CODE
                                   to WS-TRM-CODE(WS-TERM-COUNT)
                               move TERM-START-DATE
                                   to WS-TRM-START(WS-TERM-COUNT)
                               move TERM-END-DATE
                                   to WS-TRM-END(WS-TERM-COUNT)
                               move TERM-FLAG
                                   to WS-TRM-FLAG(WS-TERM-COUNT)
                           else
                               display "Calendrier TERMS sature - "
                                   "edition interrompue: " TERM-CODE
                               move "Y" to WS-REG-ABORT
                               move "Y" to WS-FILE-EOF
                           end-if
                   end-read
               end-perform
               close TERMS-FILE
           end-if.

       load-courses.
           move "N" to WS-FILE-EOF
           open input COURSES-FILE
           if WS-COURSES-STATUS not = "00"
               display "Fichier COURSES introuvable - "
                   "edition interrompue."
               move "Y" to WS-REG-ABORT
           else
               perform until WS-FILE-EOF-YES
                       or WS-COURSE-COUNT = 200
                   read COURSES-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           perform load-one-course
                   end-read
               end-perform
               close COURSES-FILE
           end-if.

       load-one-course.
           add 1 to WS-COURSE-COUNT
           move COURSE-CODE to WS-CRS-CODE(WS-COURSE-COUNT)
           if COURSE-CAPACITY is numeric
               move COURSE-CAPACITY
                   to WS-CRS-CAPACITY(WS-COURSE-COUNT)
           else
               move 0 to WS-CRS-CAPACITY(WS-COURSE-COUNT)
           end-if
           perform varying J from 1 by 1 until J > 3
               move COURSE-PRQ-CODE(J)
                   to WS-CRS-PRQ(WS-COURSE-COUNT, J)
           end-perform
           perform varying J from 1 by 1 until J > 40
               move 0 to WS-CRS-SEATS(WS-COURSE-COUNT, J)
           end-perform.

       load-passed-courses.
           move "N" to WS-FILE-EOF
           open input GRADVAL-FILE
           if WS-GRADVAL-STATUS not = "00"
               display "ATTENTION: GRADVAL absent - "
                   "aucun prerequis ne sera reconnu."
           else
               perform until WS-FILE-EOF-YES
                   read GRADVAL-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           if GRADVAL-SCORE not < WS-PASS-MARK
                               perform store-passed-course
                           end-if
                   end-read
               end-perform
               close GRADVAL-FILE
           end-if.

       store-passed-course.
           if WS-PASS-COUNT < 20000
               add 1 to WS-PASS-COUNT
               move spaces to WS-PASS-KEY(WS-PASS-COUNT)
               string GRADVAL-ID delimited by size
                   GRADVAL-COURSE delimited by size
                   into WS-PASS-KEY(WS-PASS-COUNT)
               end-string
           else
               display "Table des cours reussis pleine - "
                   "edition interrompue: " GRADVAL-ID
               move "Y" to WS-REG-ABORT
               move "Y" to WS-FILE-EOF
           end-if.

       open-registration-files.
           move "N" to WS-FILE-EOF
           open input ROSTMST-FILE
           if WS-ROSTMST-STATUS not = "00"
               display "Fichier ROSTMST introuvable - "
                   "edition interrompue."
               move "Y" to WS-REG-ABORT
           end-if
           if not WS-REG-ABORT-YES
               open i-o REGISTR-FILE
               if WS-REGISTR-STATUS not = "00"
                   open output REGISTR-FILE
                   if WS-REGISTR-STATUS = "00"
                       close REGISTR-FILE
                       open i-o REGISTR-FILE
                   end-if
               end-if
               if WS-REGISTR-STATUS not = "00"
                   display "Fichier REGISTR - ouverture impossible - "
                       "edition interrompue."
                   move "Y" to WS-REG-ABORT
                   close ROSTMST-FILE
               end-if
           end-if
           if not WS-REG-ABORT-YES
               open input REGREQ-FILE
               if WS-REGREQ-STATUS not = "00"
                   display "Fichier REGREQ introuvable - "
                       "edition interrompue."
                   move "Y" to WS-REG-ABORT
                   close REGISTR-FILE
                   close ROSTMST-FILE
               end-if
           end-if
           if not WS-REG-ABORT-YES
               open output REGREJ-FILE
               open output REGRPT-FILE
               if WS-REGREJ-STATUS not = "00"
                       or WS-REGRPT-STATUS not = "00"
                   display "Fichiers REGREJ/REGRPT - "
                       "creation impossible - edition interrompue."
                   move "Y" to WS-REG-ABORT
                   close REGREQ-FILE
                   close REGISTR-FILE
                   close ROSTMST-FILE
               end-if
           end-if.

       count-seats-taken.
           move "N" to WS-FILE-EOF
           move low-values to REG-KEY
           start REGISTR-FILE key not < REG-KEY
               invalid key move "Y" to WS-FILE-EOF
           end-start
           perform until WS-FILE-EOF-YES
               read REGISTR-FILE next record
                   at end move "Y" to WS-FILE-EOF
                   not at end
                       move REG-COURSE to WS-LOOK-COURSE
                       move REG-TERM to WS-LOOK-TERM
                       perform find-course
                       perform find-term
                       if WS-CRS-IDX > 0 and WS-TERM-IDX > 0
                           add 1
                               to WS-CRS-SEATS(WS-CRS-IDX, WS-TERM-IDX)
                       end-if
               end-read
           end-perform
           move "N" to WS-FILE-EOF.

       find-course.
           move 0 to WS-CRS-IDX
           perform varying J from 1 by 1 until J > WS-COURSE-COUNT
               if WS-CRS-CODE(J) = WS-LOOK-COURSE
                   move J to WS-CRS-IDX
                   move WS-COURSE-COUNT to J
               end-if
           end-perform.

       find-term.
           move 0 to WS-TERM-IDX
           if WS-LOOK-TERM not = spaces
               perform varying J from 1 by 1 until J > WS-TERM-COUNT
                   if WS-TRM-CODE(J) = WS-LOOK-TERM
                       move J to WS-TERM-IDX
                       move WS-TERM-COUNT to J
                   end-if
               end-perform
           end-if.

       edit-one-request.
           move spaces to WS-REJ-REASON
           move REQ-COURSE to WS-LOOK-COURSE
           move REQ-TERM to WS-LOOK-TERM
           move REQ-ID to WS-CHECK-ID
           call "CHECKDIG" using WS-CHECK-ID WS-CHECK-EXPECTED
               WS-CHECK-OK
           if not WS-CHECK-IS-OK
               move "CLE" to WS-REJ-REASON
               add 1 to WS-REJ-CLE-COUNT
           else
               perform check-request-term
           end-if
           if WS-REJ-REASON = spaces
               perform find-course
               if WS-CRS-IDX = 0
                   move "CRS" to WS-REJ-REASON
                   add 1 to WS-REJ-CRS-COUNT
               end-if
           end-if
           if WS-REJ-REASON = spaces
               perform check-request-student
           end-if
           if WS-REJ-REASON = spaces
               move REQ-ID to REG-ID
               move REQ-COURSE to REG-COURSE
               move REQ-TERM to REG-TERM
               read REGISTR-FILE
                   invalid key continue
                   not invalid key
                       move "DOU" to WS-REJ-REASON
                       add 1 to WS-REJ-DOU-COUNT
               end-read
           end-if
           if WS-REJ-REASON = spaces
               perform check-prerequisites
           end-if
           if WS-REJ-REASON = spaces
               if WS-CRS-CAPACITY(WS-CRS-IDX) > 0
                       and WS-CRS-SEATS(WS-CRS-IDX, WS-TERM-IDX)
                           not < WS-CRS-CAPACITY(WS-CRS-IDX)
                   move "PLC" to WS-REJ-REASON
                   add 1 to WS-REJ-PLC-COUNT
               end-if
           end-if
           if WS-REJ-REASON = spaces
               perform write-registration
           end-if
           if WS-REJ-REASON not = spaces
               move spaces to REGREJ-REC
               move WS-REJ-REASON to REGREJ-CODE
               move REQ-ID to REGREJ-ID
               move REQ-COURSE to REGREJ-COURSE
               move REQ-TERM to REGREJ-TERM
               write REGREJ-REC
               add 1 to WS-REJ-COUNT
           end-if.

       check-request-term.
           perform find-term
           if WS-TERM-IDX = 0
               move "SES" to WS-REJ-REASON
               add 1 to WS-REJ-SES-COUNT
           else
               if WS-TRM-FLAG(WS-TERM-IDX) = "C"
                   move "CLO" to WS-REJ-REASON
                   add 1 to WS-REJ-CLO-COUNT
               end-if
           end-if.

       check-request-student.
           move REQ-ID to MST-ID
           read ROSTMST-FILE
               invalid key
                   move "ETU" to WS-REJ-REASON
                   add 1 to WS-REJ-ETU-COUNT
               not invalid key
                   if (MST-STATUS not = "A" and MST-STATUS not = "P")
                           or MST-ADM-DATE > WS-TRM-END(WS-TERM-IDX)
                           or (MST-WDR-DATE > 0 and MST-WDR-DATE
                               < WS-TRM-START(WS-TERM-IDX))
                       move "INA" to WS-REJ-REASON
                       add 1 to WS-REJ-INA-COUNT
                   end-if
           end-read.

       check-prerequisites.
           perform varying K from 1 by 1 until K > 3
               move WS-CRS-PRQ(WS-CRS-IDX, K) to WS-PRQ-CODE
               if WS-PRQ-CODE not = spaces
                       and WS-REJ-REASON = spaces
                   move spaces to WS-PASS-CUR-KEY
                   string REQ-ID delimited by size
                       WS-PRQ-CODE delimited by size
                       into WS-PASS-CUR-KEY
                   end-string
                   perform find-passed-course
                   if not WS-PASS-FOUND-YES
                       move "PRQ" to WS-REJ-REASON
                       add 1 to WS-REJ-PRQ-COUNT
                   end-if
               end-if
           end-perform.

       find-passed-course.
           move "N" to WS-PASS-FOUND
           perform varying I from 1 by 1 until I > WS-PASS-COUNT
               if WS-PASS-KEY(I) = WS-PASS-CUR-KEY
                   move "Y" to WS-PASS-FOUND
                   move WS-PASS-COUNT to I
               end-if
           end-perform.

       write-registration.
           move REQ-ID to REG-ID
           move REQ-COURSE to REG-COURSE
           move REQ-TERM to REG-TERM
           if REQ-DATE is numeric and REQ-DATE > 0
               move REQ-DATE to REG-DATE
           else
               move WS-SYS-DATE to REG-DATE
           end-if
           move "I" to REG-STATUS
           write REGISTR-REC
               invalid key
                   move "DOU" to WS-REJ-REASON
                   add 1 to WS-REJ-DOU-COUNT
               not invalid key
                   add 1 to WS-CRS-SEATS(WS-CRS-IDX, WS-TERM-IDX)
                   add 1 to WS-GOOD-COUNT
           end-write.

       write-registration-totals.
           move spaces to REGRPT-REC
           string "Edition des demandes d'inscription"
               delimited by size
               into REGRPT-TEXT
           end-string
           write REGRPT-REC
           move WS-READ-COUNT to WS-RPT-COUNT
           move spaces to REGRPT-REC
           string "Demandes lues: " delimited by size
               WS-RPT-COUNT delimited by size
               into REGRPT-TEXT
           end-string
           write REGRPT-REC
           move WS-GOOD-COUNT to WS-RPT-COUNT
           move spaces to REGRPT-REC
           string "Inscriptions enregistrees: " delimited by size
               WS-RPT-COUNT delimited by size
               into REGRPT-TEXT
           end-string
           write REGRPT-REC
           move WS-REJ-COUNT to WS-RPT-COUNT
           move spaces to REGRPT-REC
           string "Demandes rejetees: " delimited by size
               WS-RPT-COUNT delimited by size
               into REGRPT-TEXT
           end-string
           write REGRPT-REC
           move WS-REJ-CLE-COUNT to WS-RPT-COUNT
           move spaces to REGRPT-REC
           string "  dont cle de controle (CLE): " delimited by size
               WS-RPT-COUNT delimited by size
               into REGRPT-TEXT
           end-string
           write REGRPT-REC
           move WS-REJ-SES-COUNT to WS-RPT-COUNT
           move spaces to REGRPT-REC
           string "  dont session inconnue (SES): " delimited by size
               WS-RPT-COUNT delimited by size
               into REGRPT-TEXT
           end-string
           write REGRPT-REC
           move WS-REJ-CLO-COUNT to WS-RPT-COUNT
           move spaces to REGRPT-REC
           string "  dont session close (CLO): " delimited by size
               WS-RPT-COUNT delimited by size
               into REGRPT-TEXT
           end-string
           write REGRPT-REC
           move WS-REJ-CRS-COUNT to WS-RPT-COUNT
           move spaces to REGRPT-REC
           string "  dont cours inconnu (CRS): " delimited by size
               WS-RPT-COUNT delimited by size
               into REGRPT-TEXT
           end-string
           write REGRPT-REC
           move WS-REJ-ETU-COUNT to WS-RPT-COUNT
           move spaces to REGRPT-REC
           string "  dont etudiant inconnu (ETU): " delimited by size
               WS-RPT-COUNT delimited by size
               into REGRPT-TEXT
           end-string
           write REGRPT-REC
           move WS-REJ-INA-COUNT to WS-RPT-COUNT
           move spaces to REGRPT-REC
           string "  dont etudiant inactif (INA): " delimited by size
               WS-RPT-COUNT delimited by size
               into REGRPT-TEXT
           end-string
           write REGRPT-REC
           move WS-REJ-DOU-COUNT to WS-RPT-COUNT
           move spaces to REGRPT-REC
           string "  dont deja inscrit (DOU): " delimited by size
               WS-RPT-COUNT delimited by size
               into REGRPT-TEXT
           end-string
           write REGRPT-REC
           move WS-REJ-PRQ-COUNT to WS-RPT-COUNT
           move spaces to REGRPT-REC
           string "  dont prerequis non acquis (PRQ): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into REGRPT-TEXT
           end-string
           write REGRPT-REC
           move WS-REJ-PLC-COUNT to WS-RPT-COUNT
           move spaces to REGRPT-REC
           string "  dont cours complet (PLC): " delimited by size
               WS-RPT-COUNT delimited by size
               into REGRPT-TEXT
           end-string
           write REGRPT-REC.

       write-seat-summary.
           move spaces to REGRPT-REC
           string "Occupation par cours et session:" delimited by size
               into REGRPT-TEXT
           end-string
           write REGRPT-REC
           perform varying I from 1 by 1 until I > WS-COURSE-COUNT
               perform varying K from 1 by 1 until K > WS-TERM-COUNT
                   if WS-CRS-SEATS(I, K) > 0
                       perform write-seat-line
                   end-if
               end-perform
           end-perform.

       write-seat-line.
           move WS-CRS-SEATS(I, K) to WS-RPT-SEATS
           move spaces to REGRPT-REC
           if WS-CRS-CAPACITY(I) = 0
               string "  " delimited by size
                   WS-CRS-CODE(I) delimited by size
                   " " delimited by size
                   WS-TRM-CODE(K) delimited by size
                   " inscrits " delimited by size
                   WS-RPT-SEATS delimited by size
                   " capacite illimitee" delimited by size
                   into REGRPT-TEXT
               end-string
           else
               move WS-CRS-CAPACITY(I) to WS-RPT-CAPACITY
               string "  " delimited by size
                   WS-CRS-CODE(I) delimited by size
                   " " delimited by size
                   WS-TRM-CODE(K) delimited by size
                   " inscrits " delimited by size
                   WS-RPT-SEATS delimited by size
                   " / capacite " delimited by size
                   WS-RPT-CAPACITY delimited by size
                   into REGRPT-TEXT
               end-string
           end-if
           write REGRPT-REC.
