       identification division.
       program-id. GRADSTAT.
       environment division.
       input-output section.
       file-control.
           select GSTPARM-FILE assign to "GSTPARM"
               organization is line sequential
               file status is WS-GSTPARM-STATUS.
           select GRADVAL-FILE assign to "GRADVAL"
               organization is line sequential
               file status is WS-GRADVAL-STATUS.
           select COURSES-FILE assign to "COURSES"
               organization is line sequential
               file status is WS-COURSES-STATUS.
           select GSTRPT-FILE assign to "GSTRPT"
               organization is line sequential
               file status is WS-GSTRPT-STATUS.
       data division.
       file section.
       fd GSTPARM-FILE.
       01 GSTPARM-REC.
           05 GSTP-TYPE PIC X(3).
           05 FILLER PIC X.
           05 GSTP-DATA PIC X(30).
           05 GSTP-BAND REDEFINES GSTP-DATA.
               10 GSTP-LOW PIC 9(3).
               10 FILLER PIC X.
               10 GSTP-HIGH PIC 9(3).
               10 FILLER PIC X.
               10 GSTP-LABEL PIC X(10).
               10 FILLER PIC X(12).
           05 GSTP-THRESH REDEFINES GSTP-DATA.
               10 GSTP-AVG-GAP PIC 9(3).
               10 FILLER PIC X.
               10 GSTP-FAIL-GAP PIC 9(3).
               10 FILLER PIC X.
               10 GSTP-PASS-MARK PIC 9(3).
               10 FILLER PIC X.
               10 GSTP-MIN-GRADES PIC 9(4).
               10 FILLER PIC X(14).
           05 GSTP-TERM-SEL REDEFINES GSTP-DATA.
               10 GSTP-TERM PIC X(6).
               10 FILLER PIC X(24).

       fd GRADVAL-FILE.
       01 GRADVAL-REC.
           05 GRADVAL-ID PIC 9(8).
           05 FILLER PIC X.
           05 GRADVAL-COURSE PIC X(8).
           05 FILLER PIC X.
           05 GRADVAL-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 GRADVAL-TERM PIC X(6).

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

       fd GSTRPT-FILE.
       01 GSTRPT-REC.
           05 GSTRPT-TEXT PIC X(80).

       working-storage section.
       01 WS-GSTPARM-STATUS PIC XX VALUE "00".
       01 WS-GRADVAL-STATUS PIC XX VALUE "00".
       01 WS-COURSES-STATUS PIC XX VALUE "00".
       01 WS-GSTRPT-STATUS PIC XX VALUE "00".

       01 WS-SEL-TERM PIC X(6) VALUE SPACES.
       01 WS-AVG-GAP PIC 9(3) VALUE 10.
       01 WS-FAIL-GAP PIC 9(3) VALUE 15.
       01 WS-PASS-MARK PIC 9(3) VALUE 50.
       01 WS-MIN-GRADES PIC 9(4) VALUE 5.

       01 WS-BAND-COUNT PIC 99 VALUE 0.
       01 WS-BAND-TABLE.
           05 WS-BND-ENTRY OCCURS 20 TIMES.
               10 WS-BND-LOW PIC 9(3).
               10 WS-BND-HIGH PIC 9(3).
               10 WS-BND-LABEL PIC X(10).
               10 WS-BND-CT PIC 9(5).
       01 WS-BND-MAX-CT PIC 9(5) VALUE 0.
       01 WS-BAR-LEN PIC 99 VALUE 0.
       01 WS-BAR-STARS PIC X(40) VALUE ALL "*".

       01 WS-GV-COUNT PIC 9(5) VALUE 0.
       01 WS-GV-TABLE.
           05 WS-GV-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-GV-COUNT.
               10 WS-GV-ID PIC 9(8).
               10 WS-GV-COURSE PIC X(8).
               10 WS-GV-SCORE PIC 9(3).

       01 WS-COURSE-COUNT PIC 9(3) VALUE 0.
       01 WS-COURSE-TABLE.
           05 WS-CRS-ENTRY OCCURS 200 TIMES.
               10 WS-CRS-CODE PIC X(8).
               10 WS-CRS-TITLE PIC X(30).
               10 WS-CRS-CT PIC 9(5).
               10 WS-CRS-SUM PIC 9(8).
               10 WS-CRS-SUMSQ PIC 9(12).
               10 WS-CRS-FAIL PIC 9(5).
               10 WS-CRS-FLAG PIC X.
                   88 WS-CRS-FLAG-YES VALUE "Y".
               10 WS-CRS-AVG PIC 9(3)V9.
               10 WS-CRS-FAIL-PCT PIC 9(3)V9.

       01 WS-CS-COUNT PIC 9(5) VALUE 0.
       01 WS-CS-TABLE.
           05 WS-CS-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-CS-COUNT.
               10 WS-CS-ID PIC 9(8).
               10 WS-CS-SCORE PIC 9(3).

       01 WS-FREQ-TABLE.
           05 WS-FREQ PIC 9(5) OCCURS 101 TIMES.
       01 WS-BELOW-TABLE.
           05 WS-BELOW PIC 9(5) OCCURS 101 TIMES.

       01 WS-GRADES-READ PIC 9(6) VALUE 0.
       01 WS-GRADES-USED PIC 9(6) VALUE 0.
       01 WS-GRADES-OTHER-TERM PIC 9(6) VALUE 0.
       01 WS-GRADES-UNKNOWN PIC 9(6) VALUE 0.
       01 WS-GRADES-BAD PIC 9(6) VALUE 0.
       01 WS-INST-CT PIC 9(6) VALUE 0.
       01 WS-INST-SUM PIC 9(9) VALUE 0.
       01 WS-INST-FAIL PIC 9(6) VALUE 0.
       01 WS-INST-AVG PIC 9(3)V9 VALUE 0.
       01 WS-INST-FAIL-PCT PIC 9(3)V9 VALUE 0.
       01 WS-FLAG-COUNT PIC 9(3) VALUE 0.

       01 WS-MEDIAN PIC 9(3)V9 VALUE 0.
       01 WS-STD-DEV PIC 9(3)V9 VALUE 0.
       01 WS-VARIANCE PIC S9(6)V9(4) VALUE 0.
       01 WS-MIN-SCORE PIC 9(3) VALUE 0.
       01 WS-MAX-SCORE PIC 9(3) VALUE 0.
       01 WS-KTH PIC 9(5) VALUE 0.
       01 WS-KTH-VALUE PIC 9(3) VALUE 0.
       01 WS-KTH-CUM PIC 9(5) VALUE 0.
       01 WS-KTH-LOW PIC 9(3) VALUE 0.
       01 WS-PCT-RANK PIC 9(3) VALUE 0.
       01 WS-SCORE-IX PIC 9(3) VALUE 0.
       01 WS-GAP-AVG PIC S9(3)V9 VALUE 0.
       01 WS-GAP-FAIL PIC S9(3)V9 VALUE 0.
       01 WS-FLAG-REASON PIC X(40) VALUE SPACES.

       01 WS-RPT-DEC PIC ZZ9.9.
       01 WS-RPT-DEC2 PIC ZZ9.9.
       01 WS-RPT-DEC3 PIC ZZ9.9.
       01 WS-RPT-SCORE PIC ZZ9.
       01 WS-RPT-SCORE2 PIC ZZ9.
       01 WS-RPT-CT5 PIC ZZZZ9.
       01 WS-RPT-COUNT PIC ZZZZZ9.
       01 WS-RPT-ID PIC 9(8).

       01 WS-LOG-PROGRAM PIC X(10) VALUE "GRADSTAT".
       01 WS-LOG-N PIC 9(8) VALUE 0.
       01 WS-LOG-K PIC 9(8) VALUE 0.
       01 WS-LOG-RESULT PIC X(40) VALUE SPACES.
       01 WS-LOG-EVENT PIC X(5) VALUE SPACES.

       local-storage section.
       01 I PIC 9(5) VALUE 0.
       01 J PIC 9(5) VALUE 0.
       01 WS-CRS-IDX PIC 9(3) VALUE 0.
       01 WS-FILE-EOF PIC X VALUE "N".
           88 WS-FILE-EOF-YES VALUE "Y".
       01 WS-GST-ABORT PIC X VALUE "N".
           88 WS-GST-ABORT-YES VALUE "Y".
       01 WS-CRS-FOUND PIC X VALUE "N".
           88 WS-CRS-FOUND-YES VALUE "Y".

       procedure division.
           move "DEBUT" to WS-LOG-EVENT
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           move "FIN" to WS-LOG-EVENT
           perform load-parameters
           perform load-courses
           if not WS-GST-ABORT-YES
               perform load-grades
           end-if
           if not WS-GST-ABORT-YES
               perform compute-institution
               perform write-statistics-report
           end-if

           if WS-GST-ABORT-YES
               move "Statistiques interrompues" to WS-LOG-RESULT
           else
               move spaces to WS-LOG-RESULT
               string "Cours=" delimited by size
                   WS-COURSE-COUNT delimited by size
                   " A revoir=" delimited by size
                   WS-FLAG-COUNT delimited by size
                   into WS-LOG-RESULT
               end-string
           end-if
           move WS-GRADES-USED to WS-LOG-N
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           if WS-GST-ABORT-YES
               move 8 to return-code
           else
               if WS-FLAG-COUNT > 0
                   move 4 to return-code
               end-if
           end-if.
       goback.

       load-parameters.
           move "N" to WS-FILE-EOF
           move 0 to WS-BAND-COUNT
           open input GSTPARM-FILE
           if WS-GSTPARM-STATUS not = "00"
               display "Fichier GSTPARM absent - "
                   "tranches et seuils par defaut."
           else
               perform until WS-FILE-EOF-YES
                   read GSTPARM-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           perform load-one-parameter
                   end-read
               end-perform
               close GSTPARM-FILE
           end-if
           if WS-BAND-COUNT = 0
               perform load-default-bands
           end-if
           if WS-SEL-TERM = spaces
               display "Aucune session en parametre - "
                   "statistiques sur l'ensemble des notes."
           else
               display "Statistiques de la session " WS-SEL-TERM
           end-if.

       load-one-parameter.
           evaluate GSTP-TYPE
               when "BND"
                   if WS-BAND-COUNT < 20
                           and GSTP-LOW is numeric
                           and GSTP-HIGH is numeric
                           and GSTP-LOW not > GSTP-HIGH
                       add 1 to WS-BAND-COUNT
                       move GSTP-LOW to WS-BND-LOW(WS-BAND-COUNT)
                       move GSTP-HIGH to WS-BND-HIGH(WS-BAND-COUNT)
                       move GSTP-LABEL
                           to WS-BND-LABEL(WS-BAND-COUNT)
                   end-if
               when "SEU"
                   if GSTP-AVG-GAP is numeric
                           and GSTP-FAIL-GAP is numeric
                       move GSTP-AVG-GAP to WS-AVG-GAP
                       move GSTP-FAIL-GAP to WS-FAIL-GAP
                       if GSTP-PASS-MARK is numeric
                           move GSTP-PASS-MARK to WS-PASS-MARK
                       end-if
                       if GSTP-MIN-GRADES is numeric
                           move GSTP-MIN-GRADES to WS-MIN-GRADES
                       end-if
                   end-if
               when "TRM"
                   move GSTP-TERM to WS-SEL-TERM
               when other
                   if GSTP-TYPE not = spaces
                           and GSTP-TYPE(1:1) not = "*"
                       display "Regle GSTPARM ignoree: " GSTP-TYPE
                   end-if
           end-evaluate.

       load-default-bands.
           move 6 to WS-BAND-COUNT
           move 0 to WS-BND-LOW(1)
           move 49 to WS-BND-HIGH(1)
           move "Echec" to WS-BND-LABEL(1)
           move 50 to WS-BND-LOW(2)
           move 59 to WS-BND-HIGH(2)
           move "Passable" to WS-BND-LABEL(2)
           move 60 to WS-BND-LOW(3)
           move 69 to WS-BND-HIGH(3)
           move "Assez bien" to WS-BND-LABEL(3)
           move 70 to WS-BND-LOW(4)
           move 79 to WS-BND-HIGH(4)
           move "Bien" to WS-BND-LABEL(4)
           move 80 to WS-BND-LOW(5)
           move 89 to WS-BND-HIGH(5)
           move "Tres bien" to WS-BND-LABEL(5)
           move 90 to WS-BND-LOW(6)
           move 100 to WS-BND-HIGH(6)
           move "Excellent" to WS-BND-LABEL(6).

       load-courses.
           move "N" to WS-FILE-EOF
           move 0 to WS-COURSE-COUNT
           open input COURSES-FILE
           if WS-COURSES-STATUS not = "00"
               display "Fichier COURSES introuvable - "
                   "statistiques interrompues."
               move "Y" to WS-GST-ABORT
           else
               perform until WS-FILE-EOF-YES
                       or WS-COURSE-COUNT = 200
                   read COURSES-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           add 1 to WS-COURSE-COUNT
                           move COURSE-CODE
                               to WS-CRS-CODE(WS-COURSE-COUNT)
                           move COURSE-TITLE
                               to WS-CRS-TITLE(WS-COURSE-COUNT)
                           move 0 to WS-CRS-CT(WS-COURSE-COUNT)
                           move 0 to WS-CRS-SUM(WS-COURSE-COUNT)
                           move 0 to WS-CRS-SUMSQ(WS-COURSE-COUNT)
                           move 0 to WS-CRS-FAIL(WS-COURSE-COUNT)
                           move "N" to WS-CRS-FLAG(WS-COURSE-COUNT)
                   end-read
               end-perform
               close COURSES-FILE
           end-if.

       load-grades.
           move "N" to WS-FILE-EOF
           move 0 to WS-GV-COUNT
           open input GRADVAL-FILE
           if WS-GRADVAL-STATUS not = "00"
               display "Fichier GRADVAL introuvable - "
                   "statistiques interrompues."
               move "Y" to WS-GST-ABORT
           else
               perform until WS-FILE-EOF-YES
                   read GRADVAL-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           add 1 to WS-GRADES-READ
                           perform load-one-grade
                   end-read
               end-perform
               close GRADVAL-FILE
           end-if.

       load-one-grade.
           evaluate true
               when WS-SEL-TERM not = spaces
                       and GRADVAL-TERM not = WS-SEL-TERM
                   add 1 to WS-GRADES-OTHER-TERM
               when GRADVAL-SCORE not numeric
                       or GRADVAL-SCORE > 100
                   add 1 to WS-GRADES-BAD
               when other
                   perform find-course
                   if not WS-CRS-FOUND-YES
                       add 1 to WS-GRADES-UNKNOWN
                   else
                       if WS-GV-COUNT = 20000
                           add 1 to WS-GRADES-BAD
                           display "ATTENTION: plafond notes (20000) "
                               "atteint - note ignoree."
                       else
                           perform tally-grade
                       end-if
                   end-if
           end-evaluate.

       find-course.
           move "N" to WS-CRS-FOUND
           move 0 to WS-CRS-IDX
           perform varying I from 1 by 1
                   until I > WS-COURSE-COUNT or WS-CRS-FOUND-YES
               if WS-CRS-CODE(I) = GRADVAL-COURSE
                   move "Y" to WS-CRS-FOUND
                   move I to WS-CRS-IDX
               end-if
           end-perform.

       tally-grade.
           add 1 to WS-GRADES-USED
           add 1 to WS-GV-COUNT
           move GRADVAL-ID to WS-GV-ID(WS-GV-COUNT)
           move GRADVAL-COURSE to WS-GV-COURSE(WS-GV-COUNT)
           move GRADVAL-SCORE to WS-GV-SCORE(WS-GV-COUNT)
           add 1 to WS-CRS-CT(WS-CRS-IDX)
           add GRADVAL-SCORE to WS-CRS-SUM(WS-CRS-IDX)
           compute WS-CRS-SUMSQ(WS-CRS-IDX) =
               WS-CRS-SUMSQ(WS-CRS-IDX) + GRADVAL-SCORE * GRADVAL-SCORE
           add 1 to WS-INST-CT
           add GRADVAL-SCORE to WS-INST-SUM
           if GRADVAL-SCORE < WS-PASS-MARK
               add 1 to WS-CRS-FAIL(WS-CRS-IDX)
               add 1 to WS-INST-FAIL
           end-if.

       compute-institution.
           if WS-INST-CT > 0
               compute WS-INST-AVG rounded = WS-INST-SUM / WS-INST-CT
               compute WS-INST-FAIL-PCT rounded =
                   WS-INST-FAIL * 100 / WS-INST-CT
           end-if
           perform varying WS-CRS-IDX from 1 by 1
                   until WS-CRS-IDX > WS-COURSE-COUNT
               move 0 to WS-CRS-AVG(WS-CRS-IDX)
               move 0 to WS-CRS-FAIL-PCT(WS-CRS-IDX)
               if WS-CRS-CT(WS-CRS-IDX) > 0
                   compute WS-CRS-AVG(WS-CRS-IDX) rounded =
                       WS-CRS-SUM(WS-CRS-IDX) / WS-CRS-CT(WS-CRS-IDX)
                   compute WS-CRS-FAIL-PCT(WS-CRS-IDX) rounded =
                       WS-CRS-FAIL(WS-CRS-IDX) * 100
                           / WS-CRS-CT(WS-CRS-IDX)
               end-if
               perform check-course-outlier
           end-perform.

       check-course-outlier.
           if WS-CRS-CT(WS-CRS-IDX) >= WS-MIN-GRADES
                   and WS-CRS-CT(WS-CRS-IDX) > 0
               compute WS-GAP-AVG = WS-CRS-AVG(WS-CRS-IDX)
                   - WS-INST-AVG
               compute WS-GAP-FAIL = WS-CRS-FAIL-PCT(WS-CRS-IDX)
                   - WS-INST-FAIL-PCT
               if WS-GAP-AVG > WS-AVG-GAP
                       or WS-GAP-AVG < 0 - WS-AVG-GAP
                       or WS-GAP-FAIL > WS-FAIL-GAP
                       or WS-GAP-FAIL < 0 - WS-FAIL-GAP
                   move "Y" to WS-CRS-FLAG(WS-CRS-IDX)
                   add 1 to WS-FLAG-COUNT
               end-if
           end-if.

       write-statistics-report.
           open output GSTRPT-FILE
           if WS-GSTRPT-STATUS not = "00"
               display "Fichier GSTRPT - creation impossible - "
                   "statistiques interrompues."
               move "Y" to WS-GST-ABORT
           else
               perform write-report-header
               perform varying WS-CRS-IDX from 1 by 1
                       until WS-CRS-IDX > WS-COURSE-COUNT
                   perform write-course-statistics
               end-perform
               perform write-flagged-section
               perform write-report-totals
               close GSTRPT-FILE
           end-if.

       write-report-header.
           move spaces to GSTRPT-REC
           if WS-SEL-TERM = spaces
               string "Statistiques des notes par cours - "
                   delimited by size
                   "toutes sessions" delimited by size
                   into GSTRPT-TEXT
               end-string
           else
               string "Statistiques des notes par cours - "
                   delimited by size
                   "session " delimited by size
                   WS-SEL-TERM delimited by size
                   into GSTRPT-TEXT
               end-string
           end-if
           write GSTRPT-REC
           move WS-INST-CT to WS-RPT-COUNT
           move WS-INST-AVG to WS-RPT-DEC
           move WS-INST-FAIL-PCT to WS-RPT-DEC2
           move spaces to GSTRPT-REC
           string "Etablissement: notes " delimited by size
               WS-RPT-COUNT delimited by size
               "  moyenne " delimited by size
               WS-RPT-DEC delimited by size
               "  taux d'echec " delimited by size
               WS-RPT-DEC2 delimited by size
               "%" delimited by size
               into GSTRPT-TEXT
           end-string
           write GSTRPT-REC
           move WS-PASS-MARK to WS-RPT-SCORE
           move WS-AVG-GAP to WS-RPT-SCORE2
           move WS-FAIL-GAP to WS-RPT-CT5
           move spaces to GSTRPT-REC
           string "Seuil de reussite " delimited by size
               WS-RPT-SCORE delimited by size
               "  ecart moyenne max " delimited by size
               WS-RPT-SCORE2 delimited by size
               "  ecart echec max " delimited by size
               WS-RPT-CT5 delimited by size
               "%" delimited by size
               into GSTRPT-TEXT
           end-string
           write GSTRPT-REC.

       write-course-statistics.
           move spaces to GSTRPT-REC
           write GSTRPT-REC
           move spaces to GSTRPT-REC
           string "Cours " delimited by size
               WS-CRS-CODE(WS-CRS-IDX) delimited by size
               " " delimited by size
               WS-CRS-TITLE(WS-CRS-IDX) delimited by size
               into GSTRPT-TEXT
           end-string
           write GSTRPT-REC
           if WS-CRS-CT(WS-CRS-IDX) = 0
               move spaces to GSTRPT-REC
               string "  aucune note" delimited by size
                   into GSTRPT-TEXT
               end-string
               write GSTRPT-REC
           else
               perform collect-course-scores
               perform compute-course-spread
               perform write-course-summary
               perform write-course-histogram
               perform write-percentile-ranks
           end-if.

       collect-course-scores.
           move 0 to WS-CS-COUNT
           perform varying J from 1 by 1 until J > 101
               move 0 to WS-FREQ(J)
               move 0 to WS-BELOW(J)
           end-perform
           perform varying I from 1 by 1 until I > WS-GV-COUNT
               if WS-GV-COURSE(I) = WS-CRS-CODE(WS-CRS-IDX)
                   add 1 to WS-CS-COUNT
                   move WS-GV-ID(I) to WS-CS-ID(WS-CS-COUNT)
                   move WS-GV-SCORE(I) to WS-CS-SCORE(WS-CS-COUNT)
                   add 1 to WS-FREQ(WS-GV-SCORE(I) + 1)
               end-if
           end-perform
           perform varying J from 2 by 1 until J > 101
               compute WS-BELOW(J) = WS-BELOW(J - 1) + WS-FREQ(J - 1)
           end-perform.

       compute-course-spread.
           move 999 to WS-MIN-SCORE
           move 0 to WS-MAX-SCORE
           perform varying J from 1 by 1 until J > 101
               if WS-FREQ(J) > 0
                   if WS-MIN-SCORE = 999
                       compute WS-MIN-SCORE = J - 1
                   end-if
                   compute WS-MAX-SCORE = J - 1
               end-if
           end-perform
           divide WS-CS-COUNT by 2 giving WS-KTH
           if WS-KTH * 2 = WS-CS-COUNT
               perform find-kth-score
               move WS-KTH-VALUE to WS-KTH-LOW
               add 1 to WS-KTH
               perform find-kth-score
               compute WS-MEDIAN rounded =
                   (WS-KTH-LOW + WS-KTH-VALUE) / 2
           else
               add 1 to WS-KTH
               perform find-kth-score
               move WS-KTH-VALUE to WS-MEDIAN
           end-if
           compute WS-VARIANCE rounded =
               WS-CRS-SUMSQ(WS-CRS-IDX) / WS-CRS-CT(WS-CRS-IDX)
               - (WS-CRS-SUM(WS-CRS-IDX) / WS-CRS-CT(WS-CRS-IDX))
               * (WS-CRS-SUM(WS-CRS-IDX) / WS-CRS-CT(WS-CRS-IDX))
           if WS-VARIANCE < 0
               move 0 to WS-VARIANCE
           end-if
           compute WS-STD-DEV rounded = WS-VARIANCE ** 0.5.

       find-kth-score.
           move 0 to WS-KTH-CUM
           move 0 to WS-KTH-VALUE
           perform varying J from 1 by 1
                   until J > 101 or WS-KTH-CUM >= WS-KTH
               add WS-FREQ(J) to WS-KTH-CUM
               if WS-KTH-CUM >= WS-KTH
                   compute WS-KTH-VALUE = J - 1
               end-if
           end-perform.

       write-course-summary.
           move WS-CRS-CT(WS-CRS-IDX) to WS-RPT-CT5
           move WS-CRS-AVG(WS-CRS-IDX) to WS-RPT-DEC
           move WS-MEDIAN to WS-RPT-DEC2
           move WS-STD-DEV to WS-RPT-DEC3
           move WS-MIN-SCORE to WS-RPT-SCORE
           move WS-MAX-SCORE to WS-RPT-SCORE2
           move spaces to GSTRPT-REC
           string "  Notes " delimited by size
               WS-RPT-CT5 delimited by size
               "  Moy " delimited by size
               WS-RPT-DEC delimited by size
               "  Med " delimited by size
               WS-RPT-DEC2 delimited by size
               "  E-type " delimited by size
               WS-RPT-DEC3 delimited by size
               "  Min " delimited by size
               WS-RPT-SCORE delimited by size
               "  Max " delimited by size
               WS-RPT-SCORE2 delimited by size
               into GSTRPT-TEXT
           end-string
           write GSTRPT-REC
           move WS-CRS-FAIL(WS-CRS-IDX) to WS-RPT-CT5
           move WS-CRS-FAIL-PCT(WS-CRS-IDX) to WS-RPT-DEC
           move spaces to GSTRPT-REC
           string "  Echecs " delimited by size
               WS-RPT-CT5 delimited by size
               "  Taux d'echec " delimited by size
               WS-RPT-DEC delimited by size
               "%" delimited by size
               into GSTRPT-TEXT
           end-string
           write GSTRPT-REC
           if WS-CRS-FLAG-YES(WS-CRS-IDX)
               perform build-flag-reason
               move spaces to GSTRPT-REC
               string "  *** A REVOIR: " delimited by size
                   WS-FLAG-REASON delimited by size
                   into GSTRPT-TEXT
               end-string
               write GSTRPT-REC
           end-if.

       build-flag-reason.
           move spaces to WS-FLAG-REASON
           compute WS-GAP-AVG = WS-CRS-AVG(WS-CRS-IDX) - WS-INST-AVG
           compute WS-GAP-FAIL = WS-CRS-FAIL-PCT(WS-CRS-IDX)
               - WS-INST-FAIL-PCT
           evaluate true
               when WS-GAP-AVG > WS-AVG-GAP
                   move "moyenne nettement au-dessus"
                       to WS-FLAG-REASON
               when WS-GAP-AVG < 0 - WS-AVG-GAP
                   move "moyenne nettement en dessous"
                       to WS-FLAG-REASON
               when WS-GAP-FAIL > WS-FAIL-GAP
                   move "taux d'echec anormalement eleve"
                       to WS-FLAG-REASON
               when other
                   move "taux d'echec anormalement bas"
                       to WS-FLAG-REASON
           end-evaluate.

       write-course-histogram.
           move 0 to WS-BND-MAX-CT
           perform varying J from 1 by 1 until J > WS-BAND-COUNT
               move 0 to WS-BND-CT(J)
               perform varying I from WS-BND-LOW(J) by 1
                       until I > WS-BND-HIGH(J) or I > 100
                   add WS-FREQ(I + 1) to WS-BND-CT(J)
               end-perform
               if WS-BND-CT(J) > WS-BND-MAX-CT
                   move WS-BND-CT(J) to WS-BND-MAX-CT
               end-if
           end-perform
           perform varying J from 1 by 1 until J > WS-BAND-COUNT
               move WS-BND-LOW(J) to WS-RPT-SCORE
               move WS-BND-HIGH(J) to WS-RPT-SCORE2
               move WS-BND-CT(J) to WS-RPT-CT5
               move 0 to WS-BAR-LEN
               if WS-BND-MAX-CT > 0
                   compute WS-BAR-LEN =
                       WS-BND-CT(J) * 40 / WS-BND-MAX-CT
               end-if
               if WS-BAR-LEN = 0 and WS-BND-CT(J) > 0
                   move 1 to WS-BAR-LEN
               end-if
               move spaces to GSTRPT-REC
               if WS-BAR-LEN = 0
                   string "  " delimited by size
                       WS-RPT-SCORE delimited by size
                       "-" delimited by size
                       WS-RPT-SCORE2 delimited by size
                       " " delimited by size
                       WS-BND-LABEL(J) delimited by size
                       WS-RPT-CT5 delimited by size
                       into GSTRPT-TEXT
                   end-string
               else
                   string "  " delimited by size
                       WS-RPT-SCORE delimited by size
                       "-" delimited by size
                       WS-RPT-SCORE2 delimited by size
                       " " delimited by size
                       WS-BND-LABEL(J) delimited by size
                       WS-RPT-CT5 delimited by size
                       " " delimited by size
                       WS-BAR-STARS(1:WS-BAR-LEN) delimited by size
                       into GSTRPT-TEXT
                   end-string
               end-if
               write GSTRPT-REC
           end-perform.

       write-percentile-ranks.
           move spaces to GSTRPT-REC
           string "  ID        Note  Rang centile" delimited by size
               into GSTRPT-TEXT
           end-string
           write GSTRPT-REC
           perform varying J from 101 by -1 until J < 1
               if WS-FREQ(J) > 0
                   compute WS-SCORE-IX = J - 1
                   compute WS-PCT-RANK rounded =
                       (WS-BELOW(J) + WS-FREQ(J) / 2)
                       * 100 / WS-CS-COUNT
                   perform varying I from 1 by 1 until I > WS-CS-COUNT
                       if WS-CS-SCORE(I) = WS-SCORE-IX
                           perform write-rank-line
                       end-if
                   end-perform
               end-if
           end-perform.

       write-rank-line.
           move WS-CS-ID(I) to WS-RPT-ID
           move WS-CS-SCORE(I) to WS-RPT-SCORE
           move WS-PCT-RANK to WS-RPT-SCORE2
           move spaces to GSTRPT-REC
           string "  " delimited by size
               WS-RPT-ID delimited by size
               "   " delimited by size
               WS-RPT-SCORE delimited by size
               "   " delimited by size
               WS-RPT-SCORE2 delimited by size
               into GSTRPT-TEXT
           end-string
           write GSTRPT-REC.

       write-flagged-section.
           move spaces to GSTRPT-REC
           write GSTRPT-REC
           move spaces to GSTRPT-REC
           string "Cours a revoir avant publication:" delimited by size
               into GSTRPT-TEXT
           end-string
           write GSTRPT-REC
           perform varying WS-CRS-IDX from 1 by 1
                   until WS-CRS-IDX > WS-COURSE-COUNT
               if WS-CRS-FLAG-YES(WS-CRS-IDX)
                   perform build-flag-reason
                   move WS-CRS-AVG(WS-CRS-IDX) to WS-RPT-DEC
                   move WS-CRS-FAIL-PCT(WS-CRS-IDX) to WS-RPT-DEC2
                   move spaces to GSTRPT-REC
                   string "  " delimited by size
                       WS-CRS-CODE(WS-CRS-IDX) delimited by size
                       " moy " delimited by size
                       WS-RPT-DEC delimited by size
                       " echec " delimited by size
                       WS-RPT-DEC2 delimited by size
                       "% " delimited by size
                       WS-FLAG-REASON delimited by size
                       into GSTRPT-TEXT
                   end-string
                   write GSTRPT-REC
               end-if
           end-perform
           if WS-FLAG-COUNT = 0
               move spaces to GSTRPT-REC
               string "  aucun" delimited by size
                   into GSTRPT-TEXT
               end-string
               write GSTRPT-REC
           end-if.

       write-report-totals.
           move spaces to GSTRPT-REC
           write GSTRPT-REC
           move WS-GRADES-READ to WS-RPT-COUNT
           move spaces to GSTRPT-REC
           string "Notes lues:                 " delimited by size
               WS-RPT-COUNT delimited by size
               into GSTRPT-TEXT
           end-string
           write GSTRPT-REC
           move WS-GRADES-USED to WS-RPT-COUNT
           move spaces to GSTRPT-REC
           string "Notes retenues:             " delimited by size
               WS-RPT-COUNT delimited by size
               into GSTRPT-TEXT
           end-string
           write GSTRPT-REC
           move WS-GRADES-OTHER-TERM to WS-RPT-COUNT
           move spaces to GSTRPT-REC
           string "Notes d'une autre session:  " delimited by size
               WS-RPT-COUNT delimited by size
               into GSTRPT-TEXT
           end-string
           write GSTRPT-REC
           move WS-GRADES-UNKNOWN to WS-RPT-COUNT
           move spaces to GSTRPT-REC
           string "Notes hors catalogue:       " delimited by size
               WS-RPT-COUNT delimited by size
               into GSTRPT-TEXT
           end-string
           write GSTRPT-REC
           move WS-GRADES-BAD to WS-RPT-COUNT
           move spaces to GSTRPT-REC
           string "Notes ecartees:             " delimited by size
               WS-RPT-COUNT delimited by size
               into GSTRPT-TEXT
           end-string
           write GSTRPT-REC.
