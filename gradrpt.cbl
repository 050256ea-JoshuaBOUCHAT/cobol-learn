           select GRADVAL-FILE assign to "GRADVAL"
               organization is line sequential
               file status is WS-GRADVAL-STATUS.
           select GRADMST-FILE assign to "GRADMST"
               organization is indexed
               access mode is dynamic
               record key is GMST-KEY
               file status is WS-GRADMST-STATUS.
           select COURSES-FILE assign to "COURSES"
               organization is line sequential
               file status is WS-COURSES-STATUS.
           select ROSTVCTL-FILE assign to "ROSTVCTL"
               organization is line sequential
               file status is WS-ROSTVCTL-STATUS.
           select TERMS-FILE assign to "TERMS"
               organization is line sequential
               file status is WS-TERMS-STATUS.
           select REGISTR-FILE assign to "REGISTR"
               organization is indexed
               access mode is dynamic
               record key is REG-KEY
               file status is WS-REGISTR-STATUS.
       data division.
       file section.
       fd ROSTER-FILE.
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

       fd GRADMST-FILE.
       01 GRADMST-REC.
           05 GMST-KEY.
               10 GMST-ID PIC 9(8).
               10 GMST-COURSE PIC X(8).
               10 GMST-TERM PIC X(6).
           05 GMST-SCORE PIC 9(3).
           05 GMST-UPD-DATE PIC 9(8).
           05 GMST-REASON PIC X(3).
           05 GMST-USER PIC X(8).

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

       fd REGISTR-FILE.
       01 REGISTR-REC.
           05 REG-KEY.
               10 REG-ID PIC 9(8).
               10 REG-COURSE PIC X(8).
               10 REG-TERM PIC X(6).
           05 REG-DATE PIC 9(8).
           05 REG-STATUS PIC X.

       fd GRADRPT-FILE.
       01 GRADRPT-REC.
           05 FILLER PIC X.
           05 ROSTVCTL-DATE PIC 9(8).

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

       working-storage section.
       01 WS-ROSTER-STATUS PIC XX VALUE "00".
       01 WS-ROSTMST-STATUS PIC XX VALUE "00".
       01 WS-ROSTVAL-STATUS PIC XX VALUE "00".
       01 WS-GRADES-STATUS PIC XX VALUE "00".
       01 WS-GRADVAL-STATUS PIC XX VALUE "00".
       01 WS-GRADMST-STATUS PIC XX VALUE "00".
       01 WS-COURSES-STATUS PIC XX VALUE "00".
       01 WS-GRADRPT-STATUS PIC XX VALUE "00".
       01 WS-ASOFPARM-STATUS PIC XX VALUE "00".
       01 WS-ROSTVCTL-STATUS PIC XX VALUE "00".
       01 WS-TERMS-STATUS PIC XX VALUE "00".
       01 WS-REGISTR-STATUS PIC XX VALUE "00".

       01 WS-VAL-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-VAL-HASH PIC 9(12) VALUE 0.
           05 WS-GR-ENTRY OCCURS 5000 TIMES.
               10 WS-GR-SUM PIC 9(6).
               10 WS-GR-CT PIC 9(4).
               10 WS-GR-TERM OCCURS 40 TIMES.
                   15 WS-GRT-SUM PIC 9(6).
                   15 WS-GRT-CT PIC 9(4).

       01 WS-TERM-COUNT PIC 9(3) VALUE 0.
       01 WS-TERM-TABLE.
           05 WS-TERM-ENTRY OCCURS 40 TIMES.
               10 WS-TRM-CODE PIC X(6).
               10 WS-TRM-START PIC 9(8).
               10 WS-TRM-FLAG PIC X.
       01 WS-TERM-HOLD.
           05 WS-TERM-HOLD-CODE PIC X(6).
           05 WS-TERM-HOLD-START PIC 9(8).
           05 WS-TERM-HOLD-FLAG PIC X.
       01 WS-TERMS-LOADED PIC X VALUE "N".
           88 WS-TERMS-LOADED-YES VALUE "Y".
       01 WS-GRADES-NOTERM PIC 9(6) VALUE 0.
       01 WS-CUM-SUM PIC 9(8) VALUE 0.
       01 WS-CUM-CT PIC 9(5) VALUE 0.
       01 WS-CUM-AVG PIC 9(3) VALUE 0.
       01 WS-TERM-AVG PIC 9(3) VALUE 0.
       01 WS-RPT-CUM PIC ZZ9.
       01 WS-RPT-STATE PIC X(7).

       01 WS-COURSE-COUNT PIC 9(3) VALUE 0.
       01 WS-COURSE-TABLE.
       01 WS-SCAN-ID PIC 9(8) VALUE 0.
       01 WS-SCAN-COURSE PIC X(8) VALUE SPACES.
       01 WS-SCAN-SCORE PIC 9(3) VALUE 0.
       01 WS-SCAN-TERM PIC X(6) VALUE SPACES.
       01 WS-GRADE-SOURCE PIC X VALUE "F".
           88 WS-GRADE-SOURCE-MST VALUE "M".
       01 WS-GK-COUNT PIC 9(5) VALUE 0.
       01 WS-GK-TABLE.
           05 WS-GK-KEY PIC X(22) OCCURS 20000 TIMES.
       01 WS-GK-CUR-KEY PIC X(22).
       01 WS-REG-NOGRADE PIC 9(6) VALUE 0.
       01 WS-REG-NAME PIC X(25).
       01 WS-REG-SURNAME PIC X(25).

       01 WS-CAT-LOADED PIC X VALUE "N".
           88 WS-CAT-LOADED-YES VALUE "Y".
       01 J PIC 9(4) VALUE 0.
       01 WS-FOUND-IDX PIC 9(4) VALUE 0.
       01 WS-CRS-IDX PIC 9(3) VALUE 0.
       01 WS-TERM-IDX PIC 9(3) VALUE 0.
       01 WS-ROSTER-EOF PIC X VALUE "N".
           88 WS-ROSTER-EOF-YES VALUE "Y".
       01 WS-GRADES-EOF PIC X VALUE "N".
           88 WS-GRADES-EOF-YES VALUE "Y".
       01 WS-GRAD-ABORT PIC X VALUE "N".
           88 WS-GRAD-ABORT-YES VALUE "Y".
       01 WS-GK-FOUND PIC X VALUE "N".
           88 WS-GK-FOUND-YES VALUE "Y".
       01 K PIC 9(5) VALUE 0.

       procedure division.
           move "DEBUT" to WS-LOG-EVENT
           perform load-roster
           if not WS-GRAD-ABORT-YES
               perform load-courses
               perform load-terms
           end-if
           if not WS-GRAD-ABORT-YES
               perform scan-grades
           end-if
           if not WS-GRAD-ABORT-YES
           perform varying I from 1 by 1 until I > 5000
               move 0 to WS-GR-SUM(I)
               move 0 to WS-GR-CT(I)
               perform varying J from 1 by 1 until J > 40
                   move 0 to WS-GRT-SUM(I, J)
                   move 0 to WS-GRT-CT(I, J)
               end-perform
           end-perform.

       load-roster-val.

       scan-grades.
           move "N" to WS-GRADES-EOF
           open input GRADMST-FILE
           if WS-GRADMST-STATUS = "00"
               display "Maitre des notes GRADMST utilise."
               move "M" to WS-GRADE-SOURCE
               move low-values to GMST-KEY
               start GRADMST-FILE key not < GMST-KEY
                   invalid key move "Y" to WS-GRADES-EOF
               end-start
               perform until WS-GRADES-EOF-YES
                   read GRADMST-FILE next record
                       at end move "Y" to WS-GRADES-EOF
                       not at end
                           move GMST-ID to WS-SCAN-ID
                           move GMST-COURSE to WS-SCAN-COURSE
                           move GMST-SCORE to WS-SCAN-SCORE
                           move GMST-TERM to WS-SCAN-TERM
                           perform tally-grade
                   end-read
               end-perform
               close GRADMST-FILE
           else
               perform scan-grades-flat
           end-if.

       scan-grades-flat.
           open input GRADVAL-FILE
           if WS-GRADVAL-STATUS = "00"
               display "Notes validees GRADVAL utilisees."
                           move GRADVAL-ID to WS-SCAN-ID
                           move GRADVAL-COURSE to WS-SCAN-COURSE
                           move GRADVAL-SCORE to WS-SCAN-SCORE
                           move GRADVAL-TERM to WS-SCAN-TERM
                           perform tally-grade
                   end-read
               end-perform
                               move GRADE-ID to WS-SCAN-ID
                               move GRADE-COURSE to WS-SCAN-COURSE
                               move GRADE-SCORE to WS-SCAN-SCORE
                               move GRADE-TERM to WS-SCAN-TERM
                               perform tally-grade
                       end-read
                   end-perform
               move "Y" to WS-CAT-LOADED
           end-if.

       load-terms.
           move "N" to WS-TERMS-LOADED
           move "N" to WS-GRADES-EOF
           open input TERMS-FILE
           if WS-TERMS-STATUS not = "00"
               display "Calendrier TERMS absent - "
                   "resultats par session non produits."
           else
               perform until WS-GRADES-EOF-YES
                   read TERMS-FILE
                       at end move "Y" to WS-GRADES-EOF
                       not at end
                           if WS-TERM-COUNT < 40
                               add 1 to WS-TERM-COUNT
                               move TERM-CODE
                                   to WS-TRM-CODE(WS-TERM-COUNT)
                               move TERM-START-DATE
                                   to WS-TRM-START(WS-TERM-COUNT)
                               move TERM-FLAG
                                   to WS-TRM-FLAG(WS-TERM-COUNT)
                           else
                               display "Calendrier TERMS sature - "
                                   "rapport interrompu: " TERM-CODE
                               move "Y" to WS-GRAD-ABORT
                               move "Y" to WS-GRADES-EOF
                           end-if
                   end-read
               end-perform
               close TERMS-FILE
               move "Y" to WS-TERMS-LOADED
               perform sort-term-table
           end-if.

       sort-term-table.
           perform varying I from 2 by 1 until I > WS-TERM-COUNT
               move WS-TERM-ENTRY(I) to WS-TERM-HOLD
               move I to J
               perform until J = 1
                       or WS-TRM-START(J - 1)
                           not > WS-TERM-HOLD-START
                   move WS-TERM-ENTRY(J - 1) to WS-TERM-ENTRY(J)
                   subtract 1 from J
               end-perform
               move WS-TERM-HOLD to WS-TERM-ENTRY(J)
           end-perform.

       find-scan-term.
           move 0 to WS-TERM-IDX
           perform varying I from 1 by 1 until I > WS-TERM-COUNT
               if WS-TRM-CODE(I) = WS-SCAN-TERM
                   move I to WS-TERM-IDX
                   move WS-TERM-COUNT to I
               end-if
           end-perform.

       tally-grade.
           add 1 to WS-GRADES-READ
           if not WS-GRADE-SOURCE-MST and WS-GK-COUNT < 20000
               add 1 to WS-GK-COUNT
               move spaces to WS-GK-KEY(WS-GK-COUNT)
               string WS-SCAN-ID delimited by size
                   WS-SCAN-COURSE delimited by size
                   WS-SCAN-TERM delimited by size
                   into WS-GK-KEY(WS-GK-COUNT)
               end-string
           end-if
           if WS-CAT-LOADED-YES
               perform tally-course
           end-if
               add WS-SCAN-SCORE to WS-GR-SUM(WS-FOUND-IDX)
               add 1 to WS-GR-CT(WS-FOUND-IDX)
               add WS-SCAN-SCORE to WS-CLASS-SUM
               if WS-TERMS-LOADED-YES
                   perform find-scan-term
                   if WS-TERM-IDX > 0
                       add WS-SCAN-SCORE
                           to WS-GRT-SUM(WS-FOUND-IDX, WS-TERM-IDX)
                       add 1 to WS-GRT-CT(WS-FOUND-IDX, WS-TERM-IDX)
                   else
                       add 1 to WS-GRADES-NOTERM
                   end-if
               end-if
           else
               add 1 to WS-GRADES-ORPHAN
               perform tally-orphan
                   end-string
                   write GRADRPT-REC
               end-if
               if WS-TERMS-LOADED-YES
                   perform write-term-section
               end-if
               if WS-CAT-LOADED-YES
                   perform write-course-section
                   perform write-unknown-section
               end-if
               perform write-missing-section
               perform write-registered-section
               perform write-orphan-section
               perform write-grade-totals
               close GRADRPT-FILE
           end-if.

       write-term-section.
           move spaces to GRADRPT-REC
           string "Resultats par session et moyenne cumulee:"
               delimited by size
               into GRADRPT-TEXT
           end-string
           write GRADRPT-REC
           move spaces to GRADRPT-REC
           string "ID       Session Etat      Nb  Moy.session  "
               delimited by size
               "Moy.cumulee" delimited by size
               into GRADRPT-TEXT
           end-string
           write GRADRPT-REC
           perform varying I from 1 by 1
                   until I > WS-STUDENT-COUNT
               move 0 to WS-CUM-SUM
               move 0 to WS-CUM-CT
               perform varying J from 1 by 1 until J > WS-TERM-COUNT
                   if WS-GRT-CT(I, J) > 0
                       perform write-term-line
                   end-if
               end-perform
           end-perform.

       write-term-line.
           add WS-GRT-SUM(I, J) to WS-CUM-SUM
           add WS-GRT-CT(I, J) to WS-CUM-CT
           divide WS-GRT-SUM(I, J) by WS-GRT-CT(I, J)
               giving WS-TERM-AVG rounded
           divide WS-CUM-SUM by WS-CUM-CT
               giving WS-CUM-AVG rounded
           if WS-TRM-FLAG(J) = "C"
               move "close" to WS-RPT-STATE
           else
               move "ouverte" to WS-RPT-STATE
           end-if
           move WS-STUDENT-ID(I) to WS-RPT-ID
           move WS-GRT-CT(I, J) to WS-RPT-CT
           move WS-TERM-AVG to WS-RPT-AVG
           move WS-CUM-AVG to WS-RPT-CUM
           move spaces to GRADRPT-REC
           string WS-RPT-ID delimited by size
               " " delimited by size
               WS-TRM-CODE(J) delimited by size
               "  " delimited by size
               WS-RPT-STATE delimited by size
               " " delimited by size
               WS-RPT-CT delimited by size
               "          " delimited by size
               WS-RPT-AVG delimited by size
               "          " delimited by size
               WS-RPT-CUM delimited by size
               into GRADRPT-TEXT
           end-string
           write GRADRPT-REC.

       write-course-section.
           move spaces to GRADRPT-REC
           string "Resultats par cours:" delimited by size
               end-if
           end-perform.

       write-registered-section.
           move "N" to WS-GRADES-EOF
           open input REGISTR-FILE
           if WS-REGISTR-STATUS not = "00"
               display "Fichier REGISTR absent - "
                   "liste des inscrits sans note omise."
           else
               if WS-GRADE-SOURCE-MST
                   open input GRADMST-FILE
               end-if
               move spaces to GRADRPT-REC
               string "Inscrits sans note:" delimited by size
                   into GRADRPT-TEXT
               end-string
               write GRADRPT-REC
               move low-values to REG-KEY
               start REGISTR-FILE key not < REG-KEY
                   invalid key move "Y" to WS-GRADES-EOF
               end-start
               perform until WS-GRADES-EOF-YES
                   read REGISTR-FILE next record
                       at end move "Y" to WS-GRADES-EOF
                       not at end
                           perform check-registered-grade
                   end-read
               end-perform
               if WS-GRADE-SOURCE-MST
                   close GRADMST-FILE
               end-if
               close REGISTR-FILE
           end-if.

       check-registered-grade.
           move "N" to WS-GK-FOUND
           if WS-GRADE-SOURCE-MST
               move REG-ID to GMST-ID
               move REG-COURSE to GMST-COURSE
               move REG-TERM to GMST-TERM
               read GRADMST-FILE
                   invalid key continue
                   not invalid key move "Y" to WS-GK-FOUND
               end-read
           else
               move REG-KEY to WS-GK-CUR-KEY
               perform varying K from 1 by 1 until K > WS-GK-COUNT
                   if WS-GK-KEY(K) = WS-GK-CUR-KEY
                       move "Y" to WS-GK-FOUND
                       move WS-GK-COUNT to K
                   end-if
               end-perform
           end-if
           if not WS-GK-FOUND-YES
               add 1 to WS-REG-NOGRADE
               move spaces to WS-REG-NAME
               move spaces to WS-REG-SURNAME
               if WS-STUDENT-COUNT > 0
                   set WS-STUD-IX to 1
                   search all WS-STUDENT
                       at end continue
                       when WS-STUDENT-ID(WS-STUD-IX) = REG-ID
                           move WS-STUDENT-NAME(WS-STUD-IX)
                               to WS-REG-NAME
                           move WS-STUDENT-SURNAME(WS-STUD-IX)
                               to WS-REG-SURNAME
                   end-search
               end-if
               move REG-ID to WS-RPT-ID
               move spaces to GRADRPT-REC
               string "  " delimited by size
                   WS-RPT-ID delimited by size
                   " " delimited by size
                   REG-COURSE delimited by size
                   " " delimited by size
                   REG-TERM delimited by size
                   " " delimited by size
                   WS-REG-NAME delimited by size
                   " " delimited by size
                   WS-REG-SURNAME delimited by size
                   into GRADRPT-TEXT
               end-string
               write GRADRPT-REC
           end-if.

       write-orphan-section.
           move spaces to GRADRPT-REC
           string "Notes sans etudiant au roster:"
               WS-RPT-COUNT delimited by size
               into GRADRPT-TEXT
           end-string
           write GRADRPT-REC
           if WS-TERMS-LOADED-YES
               move WS-GRADES-NOTERM to WS-RPT-COUNT
               move spaces to GRADRPT-REC
               string "Notes hors calendrier: " delimited by size
                   WS-RPT-COUNT delimited by size
                   into GRADRPT-TEXT
               end-string
               write GRADRPT-REC
           end-if
           move WS-REG-NOGRADE to WS-RPT-COUNT
           move spaces to GRADRPT-REC
           string "Inscriptions sans note: " delimited by size
               WS-RPT-COUNT delimited by size
               into GRADRPT-TEXT
           end-string
           write GRADRPT-REC.
