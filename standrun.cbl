       identification division.
       program-id. STANDRUN.
       environment division.
       input-output section.
       file-control.
           select STDPARM-FILE assign to "STDPARM"
               organization is line sequential
               file status is WS-STDPARM-STATUS.
           select GRDSCALE-FILE assign to "GRDSCALE"
               organization is line sequential
               file status is WS-GRDSCALE-STATUS.
           select ROSTMST-FILE assign to "ROSTMST"
               organization is indexed
               access mode is dynamic
               record key is MST-ID
               file status is WS-ROSTMST-STATUS.
           select GRADMST-FILE assign to "GRADMST"
               organization is indexed
               access mode is dynamic
               record key is GMST-KEY
               file status is WS-GRADMST-STATUS.
           select GRADVAL-FILE assign to "GRADVAL"
               organization is line sequential
               file status is WS-GRADVAL-STATUS.
           select STDRPT-FILE assign to "STDRPT"
               organization is line sequential
               file status is WS-STDRPT-STATUS.
           select STDTRAN-FILE assign to "STDTRAN"
               organization is line sequential
               file status is WS-STDTRAN-STATUS.
           select STDTCTL-FILE assign to "STDTCTL"
               organization is line sequential
               file status is WS-STDTCTL-STATUS.
       data division.
       file section.
       fd STDPARM-FILE.
       01 STDPARM-REC.
           05 STDP-TERM PIC X(6).
           05 FILLER PIC X.
           05 STDP-DATE PIC 9(8).
           05 FILLER PIC X.
           05 STDP-OPER PIC X(8).

       fd GRDSCALE-FILE.
       01 GRDSCALE-REC.
           05 SCL-TYPE PIC X(3).
           05 FILLER PIC X.
           05 SCL-DATA PIC X(30).
           05 SCL-BAND REDEFINES SCL-DATA.
               10 SCL-LOW PIC 9(3).
               10 FILLER PIC X.
               10 SCL-HIGH PIC 9(3).
               10 FILLER PIC X.
               10 SCL-LETTER PIC X(2).
               10 FILLER PIC X(20).
           05 SCL-THRESH REDEFINES SCL-DATA.
               10 SCL-HONORS PIC 9(3).
               10 FILLER PIC X.
               10 SCL-PROBATION PIC 9(3).
               10 FILLER PIC X.
               10 SCL-DISMISS PIC 9(3).
               10 FILLER PIC X.
               10 SCL-MIN-GRADES PIC 9(2).
               10 FILLER PIC X(16).

       fd ROSTMST-FILE.
       01 ROSTMST-REC.
           05 MST-NAME PIC X(25).
           05 MST-SURNAME PIC X(25).
           05 MST-ID PIC 9(8).
           05 MST-STATUS PIC X.
           05 MST-ADM-DATE PIC 9(8).
           05 MST-WDR-DATE PIC 9(8).

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

       fd GRADVAL-FILE.
       01 GRADVAL-REC.
           05 GRADVAL-ID PIC 9(8).
           05 FILLER PIC X.
           05 GRADVAL-COURSE PIC X(8).
           05 FILLER PIC X.
           05 GRADVAL-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 GRADVAL-TERM PIC X(6).

       fd STDRPT-FILE.
       01 STDRPT-REC.
           05 STDRPT-TEXT PIC X(132).

       fd STDTRAN-FILE.
       01 STDTRAN-REC.
           05 STDTRAN-ACTION PIC X(3).
           05 STDTRAN-NAME PIC X(25).
           05 STDTRAN-SURNAME PIC X(25).
           05 STDTRAN-ID PIC 9(8).
           05 STDTRAN-DATE PIC 9(8).
           05 STDTRAN-OPER PIC X(8).

       fd STDTCTL-FILE.
       01 STDTCTL-REC.
           05 STDTCTL-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 STDTCTL-HASH PIC 9(12).
           05 FILLER PIC X.
           05 STDTCTL-DATE PIC 9(8).

       working-storage section.
       01 WS-STDPARM-STATUS PIC XX VALUE "00".
       01 WS-GRDSCALE-STATUS PIC XX VALUE "00".
       01 WS-ROSTMST-STATUS PIC XX VALUE "00".
       01 WS-GRADMST-STATUS PIC XX VALUE "00".
       01 WS-GRADVAL-STATUS PIC XX VALUE "00".
       01 WS-STDRPT-STATUS PIC XX VALUE "00".
       01 WS-STDTRAN-STATUS PIC XX VALUE "00".
       01 WS-STDTCTL-STATUS PIC XX VALUE "00".

       01 WS-SYS-DATE PIC 9(8) VALUE 0.
       01 WS-EFF-DATE PIC 9(8) VALUE 0.
       01 WS-EVAL-TERM PIC X(6) VALUE SPACES.
       01 WS-STD-OPER PIC X(8) VALUE SPACES.

       01 WS-BAND-COUNT PIC 9(2) VALUE 0.
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 20 TIMES.
               10 WS-BND-LOW PIC 9(3).
               10 WS-BND-HIGH PIC 9(3).
               10 WS-BND-LETTER PIC X(2).
       01 WS-HONORS-MIN PIC 9(3) VALUE 0.
       01 WS-PROBATION-MIN PIC 9(3) VALUE 0.
       01 WS-DISMISS-MIN PIC 9(3) VALUE 0.
       01 WS-HONORS-GRADES PIC 9(2) VALUE 0.
       01 WS-THRESH-LOADED PIC X VALUE "N".
           88 WS-THRESH-LOADED-YES VALUE "Y".

       01 WS-STUDENT-COUNT PIC 9(4) VALUE 0.
       01 WS-STUDENTS.
           02 WS-STUDENT OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-STUDENT-COUNT
                   ASCENDING KEY IS WS-STUDENT-ID
                   INDEXED BY WS-STUD-IX.
               03 WS-STUDENT-NAME PIC X(25).
               03 WS-STUDENT-SURNAME PIC X(25).
               03 WS-STUDENT-ID PIC 9(8).
               03 WS-STUDENT-STATUS PIC X.
               03 WS-ST-TERM-SUM PIC 9(6).
               03 WS-ST-TERM-CT PIC 9(4).
               03 WS-ST-CUM-SUM PIC 9(7).
               03 WS-ST-CUM-CT PIC 9(4).
               03 WS-ST-HONORS PIC X.
               03 WS-ST-STANDING PIC X(3).

       01 WS-GRADES-READ PIC 9(6) VALUE 0.
       01 WS-GRD-ID PIC 9(8).
       01 WS-GRD-SCORE PIC 9(3).
       01 WS-GRD-TERM PIC X(6).
       01 WS-GRADES-USED PIC 9(6) VALUE 0.
       01 WS-GRADES-IGNORED PIC 9(6) VALUE 0.
       01 WS-HONORS-COUNT PIC 9(4) VALUE 0.
       01 WS-PROBATION-COUNT PIC 9(4) VALUE 0.
       01 WS-KEPT-COUNT PIC 9(4) VALUE 0.
       01 WS-LIFTED-COUNT PIC 9(4) VALUE 0.
       01 WS-DISMISS-COUNT PIC 9(4) VALUE 0.
       01 WS-TRAN-COUNT PIC 9(6) VALUE 0.
       01 WS-TRAN-HASH PIC 9(12) VALUE 0.

       01 WS-TERM-AVG PIC 9(3) VALUE 0.
       01 WS-CUM-AVG PIC 9(3) VALUE 0.
       01 WS-LOOKUP-SCORE PIC 9(3) VALUE 0.
       01 WS-LOOKUP-LETTER PIC X(2) VALUE SPACES.
       01 WS-TERM-LETTER PIC X(2) VALUE SPACES.
       01 WS-CUM-LETTER PIC X(2) VALUE SPACES.
       01 WS-WANTED-STANDING PIC X(3) VALUE SPACES.
       01 WS-SECTION-COUNT PIC 9(4) VALUE 0.

       01 WS-RPT-ID PIC 9(8).
       01 WS-RPT-AVG PIC ZZ9.
       01 WS-RPT-CUM PIC ZZ9.
       01 WS-RPT-DSM PIC ZZ9.
       01 WS-RPT-CT PIC ZZZ9.
       01 WS-RPT-COUNT PIC ZZZZZ9.

       01 WS-LOG-PROGRAM PIC X(10) VALUE "STANDRUN".
       01 WS-LOG-N PIC 9(8) VALUE 0.
       01 WS-LOG-K PIC 9(8) VALUE 0.
       01 WS-LOG-RESULT PIC X(40) VALUE SPACES.
       01 WS-LOG-EVENT PIC X(5) VALUE SPACES.

       local-storage section.
       01 I PIC 9(4) VALUE 0.
       01 J PIC 9(2) VALUE 0.
       01 WS-FOUND-IDX PIC 9(4) VALUE 0.
       01 WS-FILE-EOF PIC X VALUE "N".
           88 WS-FILE-EOF-YES VALUE "Y".
       01 WS-STD-ABORT PIC X VALUE "N".
           88 WS-STD-ABORT-YES VALUE "Y".
       01 WS-TRAN-OPEN PIC X VALUE "N".
           88 WS-TRAN-OPEN-YES VALUE "Y".

       procedure division.
           move "DEBUT" to WS-LOG-EVENT
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           move "FIN" to WS-LOG-EVENT
           accept WS-SYS-DATE from date yyyymmdd
           perform read-stdparm
           perform load-grading-scale
           if not WS-STD-ABORT-YES
               perform load-roster-mst
           end-if
           if not WS-STD-ABORT-YES
               perform scan-grades
           end-if
           if not WS-STD-ABORT-YES
               perform open-standing-outputs
           end-if
           if not WS-STD-ABORT-YES
               perform varying I from 1 by 1
                       until I > WS-STUDENT-COUNT
                   perform evaluate-one-student
               end-perform
               perform write-standing-report
               perform write-stdtctl
               close STDTRAN-FILE
               close STDRPT-FILE
           end-if

           if WS-STD-ABORT-YES
               move "Situation academique interrompue"
                   to WS-LOG-RESULT
           else
               move spaces to WS-LOG-RESULT
               string "Hon=" delimited by size
                   WS-HONORS-COUNT delimited by size
                   " Prob=" delimited by size
                   WS-PROBATION-COUNT delimited by size
                   " Lev=" delimited by size
                   WS-LIFTED-COUNT delimited by size
                   " Excl=" delimited by size
                   WS-DISMISS-COUNT delimited by size
                   into WS-LOG-RESULT
               end-string
           end-if
           move WS-STUDENT-COUNT to WS-LOG-N
           move WS-TRAN-COUNT to WS-LOG-K
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           if WS-STD-ABORT-YES
               move 8 to return-code
           else
               if WS-DISMISS-COUNT > 0
                   move 4 to return-code
               end-if
           end-if.
       goback.

       read-stdparm.
           move WS-SYS-DATE to WS-EFF-DATE
           open input STDPARM-FILE
           if WS-STDPARM-STATUS = "00"
               read STDPARM-FILE
                   at end continue
                   not at end
                       move STDP-TERM to WS-EVAL-TERM
                       if STDP-DATE is numeric and STDP-DATE > 0
                           move STDP-DATE to WS-EFF-DATE
                       end-if
                       move STDP-OPER to WS-STD-OPER
               end-read
               close STDPARM-FILE
           end-if
           if WS-EVAL-TERM = spaces
               display "Aucune session en parametre - "
                   "evaluation sur l'ensemble des notes."
           else
               display "Evaluation de la session " WS-EVAL-TERM
           end-if
           if WS-STD-OPER = spaces
               display "ATTENTION: aucun operateur en parametre - "
                   "les transactions STDTRAN seront refusees par "
                   "ROSTMNT."
           end-if.

       load-grading-scale.
           move "N" to WS-FILE-EOF
           open input GRDSCALE-FILE
           if WS-GRDSCALE-STATUS not = "00"
               display "Fichier GRDSCALE introuvable - "
                   "traitement interrompu."
               move "Y" to WS-STD-ABORT
           else
               perform until WS-FILE-EOF-YES
                   read GRDSCALE-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           perform load-one-scale-rule
                   end-read
               end-perform
               close GRDSCALE-FILE
               if not WS-THRESH-LOADED-YES
                   display "Seuils (SEU) absents de GRDSCALE - "
                       "traitement interrompu."
                   move "Y" to WS-STD-ABORT
               end-if
           end-if.

       load-one-scale-rule.
           evaluate SCL-TYPE
               when "BND"
                   if WS-BAND-COUNT < 20
                           and SCL-LOW is numeric
                           and SCL-HIGH is numeric
                       add 1 to WS-BAND-COUNT
                       move SCL-LOW to WS-BND-LOW(WS-BAND-COUNT)
                       move SCL-HIGH to WS-BND-HIGH(WS-BAND-COUNT)
                       move SCL-LETTER
                           to WS-BND-LETTER(WS-BAND-COUNT)
                   end-if
               when "SEU"
                   if SCL-HONORS is numeric
                           and SCL-PROBATION is numeric
                           and SCL-DISMISS is numeric
                       move SCL-HONORS to WS-HONORS-MIN
                       move SCL-PROBATION to WS-PROBATION-MIN
                       move SCL-DISMISS to WS-DISMISS-MIN
                       if SCL-MIN-GRADES is numeric
                           move SCL-MIN-GRADES to WS-HONORS-GRADES
                       end-if
                       move "Y" to WS-THRESH-LOADED
                   end-if
               when other
                   display "Regle GRDSCALE ignoree: " SCL-TYPE
           end-evaluate.

       load-roster-mst.
           move "N" to WS-FILE-EOF
           open input ROSTMST-FILE
           if WS-ROSTMST-STATUS not = "00"
               display "Fichier ROSTMST introuvable - "
                   "traitement interrompu."
               move "Y" to WS-STD-ABORT
           else
               move 0 to MST-ID
               start ROSTMST-FILE key not < MST-ID
                   invalid key move "Y" to WS-FILE-EOF
               end-start
               perform until WS-FILE-EOF-YES
                       or WS-STUDENT-COUNT = 5000
                   read ROSTMST-FILE next record
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           if MST-STATUS = "A" or MST-STATUS = "P"
                               perform load-one-student
                           end-if
                   end-read
               end-perform
               close ROSTMST-FILE
           end-if.

       load-one-student.
           add 1 to WS-STUDENT-COUNT
           move MST-NAME to WS-STUDENT-NAME(WS-STUDENT-COUNT)
           move MST-SURNAME to WS-STUDENT-SURNAME(WS-STUDENT-COUNT)
           move MST-ID to WS-STUDENT-ID(WS-STUDENT-COUNT)
           move MST-STATUS to WS-STUDENT-STATUS(WS-STUDENT-COUNT)
           move 0 to WS-ST-TERM-SUM(WS-STUDENT-COUNT)
           move 0 to WS-ST-TERM-CT(WS-STUDENT-COUNT)
           move 0 to WS-ST-CUM-SUM(WS-STUDENT-COUNT)
           move 0 to WS-ST-CUM-CT(WS-STUDENT-COUNT)
           move "N" to WS-ST-HONORS(WS-STUDENT-COUNT)
           move spaces to WS-ST-STANDING(WS-STUDENT-COUNT).

       scan-grades.
           move "N" to WS-FILE-EOF
           open input GRADMST-FILE
           if WS-GRADMST-STATUS = "00"
               display "Maitre indexe GRADMST utilise."
               perform scan-grades-mst
               close GRADMST-FILE
           else
               open input GRADVAL-FILE
               if WS-GRADVAL-STATUS not = "00"
                   display "Fichier GRADVAL introuvable - "
                       "traitement interrompu."
                   move "Y" to WS-STD-ABORT
               else
                   perform until WS-FILE-EOF-YES
                       read GRADVAL-FILE
                           at end move "Y" to WS-FILE-EOF
                           not at end
                               add 1 to WS-GRADES-READ
                               move GRADVAL-ID to WS-GRD-ID
                               move GRADVAL-SCORE to WS-GRD-SCORE
                               move GRADVAL-TERM to WS-GRD-TERM
                               perform tally-grade
                       end-read
                   end-perform
                   close GRADVAL-FILE
               end-if
           end-if.

       scan-grades-mst.
           move 0 to GMST-ID
           move low-values to GMST-COURSE
           move low-values to GMST-TERM
           start GRADMST-FILE key not < GMST-KEY
               invalid key move "Y" to WS-FILE-EOF
           end-start
           perform until WS-FILE-EOF-YES
               read GRADMST-FILE next record
                   at end move "Y" to WS-FILE-EOF
                   not at end
                       add 1 to WS-GRADES-READ
                       move GMST-ID to WS-GRD-ID
                       move GMST-SCORE to WS-GRD-SCORE
                       move GMST-TERM to WS-GRD-TERM
                       perform tally-grade
               end-read
           end-perform.

       tally-grade.
           move 0 to WS-FOUND-IDX
           if WS-STUDENT-COUNT > 0
               set WS-STUD-IX to 1
               search all WS-STUDENT
                   at end continue
                   when WS-STUDENT-ID(WS-STUD-IX) = WS-GRD-ID
                       set WS-FOUND-IDX to WS-STUD-IX
               end-search
           end-if
           if WS-FOUND-IDX = 0
               add 1 to WS-GRADES-IGNORED
           else
               add 1 to WS-GRADES-USED
               add WS-GRD-SCORE to WS-ST-CUM-SUM(WS-FOUND-IDX)
               add 1 to WS-ST-CUM-CT(WS-FOUND-IDX)
               if WS-EVAL-TERM = spaces
                       or WS-GRD-TERM = WS-EVAL-TERM
                   add WS-GRD-SCORE to WS-ST-TERM-SUM(WS-FOUND-IDX)
                   add 1 to WS-ST-TERM-CT(WS-FOUND-IDX)
               end-if
           end-if.

       open-standing-outputs.
           open output STDRPT-FILE
           if WS-STDRPT-STATUS not = "00"
               display "Fichier STDRPT - creation impossible - "
                   "traitement interrompu."
               move "Y" to WS-STD-ABORT
           else
               open output STDTRAN-FILE
               if WS-STDTRAN-STATUS not = "00"
                   display "Fichier STDTRAN - creation impossible - "
                       "traitement interrompu."
                   move "Y" to WS-STD-ABORT
                   close STDRPT-FILE
               end-if
           end-if.

       evaluate-one-student.
           if WS-ST-CUM-CT(I) > 0
               divide WS-ST-CUM-SUM(I) by WS-ST-CUM-CT(I)
                   giving WS-CUM-AVG rounded
               if WS-ST-TERM-CT(I) > 0
                   divide WS-ST-TERM-SUM(I) by WS-ST-TERM-CT(I)
                       giving WS-TERM-AVG rounded
                   if WS-ST-TERM-CT(I) not < WS-HONORS-GRADES
                           and WS-TERM-AVG not < WS-HONORS-MIN
                       move "Y" to WS-ST-HONORS(I)
                       add 1 to WS-HONORS-COUNT
                   end-if
               end-if
               if WS-STUDENT-STATUS(I) = "A"
                   if WS-CUM-AVG < WS-PROBATION-MIN
                       move "PRB" to WS-ST-STANDING(I)
                       add 1 to WS-PROBATION-COUNT
                       perform write-standing-tran
                   end-if
               else
                   if WS-CUM-AVG not < WS-PROBATION-MIN
                       move "CLR" to WS-ST-STANDING(I)
                       add 1 to WS-LIFTED-COUNT
                       perform write-standing-tran
                   else
                       if WS-ST-TERM-CT(I) > 0
                               and WS-TERM-AVG < WS-DISMISS-MIN
                           move "DSM" to WS-ST-STANDING(I)
                           add 1 to WS-DISMISS-COUNT
                       else
                           move "MNT" to WS-ST-STANDING(I)
                           add 1 to WS-KEPT-COUNT
                       end-if
                   end-if
               end-if
           end-if.

       write-standing-tran.
           move spaces to STDTRAN-REC
           move WS-ST-STANDING(I) to STDTRAN-ACTION
           move WS-STUDENT-NAME(I) to STDTRAN-NAME
           move WS-STUDENT-SURNAME(I) to STDTRAN-SURNAME
           move WS-STUDENT-ID(I) to STDTRAN-ID
           move WS-EFF-DATE to STDTRAN-DATE
           move WS-STD-OPER to STDTRAN-OPER
           write STDTRAN-REC
           add 1 to WS-TRAN-COUNT
           add WS-STUDENT-ID(I) to WS-TRAN-HASH.

       write-stdtctl.
           open output STDTCTL-FILE
           if WS-STDTCTL-STATUS not = "00"
               display "Fichier STDTCTL - creation impossible."
           else
               move spaces to STDTCTL-REC
               move WS-TRAN-COUNT to STDTCTL-COUNT
               move WS-TRAN-HASH to STDTCTL-HASH
               move WS-SYS-DATE to STDTCTL-DATE
               write STDTCTL-REC
               close STDTCTL-FILE
           end-if.

       find-letter.
           move spaces to WS-LOOKUP-LETTER
           perform varying J from 1 by 1 until J > WS-BAND-COUNT
               if WS-LOOKUP-SCORE not < WS-BND-LOW(J)
                       and WS-LOOKUP-SCORE not > WS-BND-HIGH(J)
                   move WS-BND-LETTER(J) to WS-LOOKUP-LETTER
                   move WS-BAND-COUNT to J
               end-if
           end-perform.

       write-standing-report.
           move spaces to STDRPT-REC
           string "Situation academique au " delimited by size
               WS-EFF-DATE delimited by size
               " - session " delimited by size
               WS-EVAL-TERM delimited by size
               into STDRPT-TEXT
           end-string
           write STDRPT-REC
           move spaces to STDRPT-REC
           move WS-HONORS-MIN to WS-RPT-AVG
           move WS-PROBATION-MIN to WS-RPT-CUM
           move WS-DISMISS-MIN to WS-RPT-DSM
           string "Seuils: tableau d'honneur " delimited by size
               WS-RPT-AVG delimited by size
               "  probation sous " delimited by size
               WS-RPT-CUM delimited by size
               "  exclusion sous " delimited by size
               WS-RPT-DSM delimited by size
               into STDRPT-TEXT
           end-string
           write STDRPT-REC
           move spaces to STDRPT-REC
           string "Tableau d'honneur:" delimited by size
               into STDRPT-TEXT
           end-string
           write STDRPT-REC
           perform write-column-heading
           move 0 to WS-SECTION-COUNT
           perform varying I from 1 by 1 until I > WS-STUDENT-COUNT
               if WS-ST-HONORS(I) = "Y"
                   perform write-student-line
               end-if
           end-perform
           perform write-empty-section
           move "PRB" to WS-WANTED-STANDING
           move spaces to STDRPT-REC
           string "Mises en probation (transaction PRB):"
               delimited by size
               into STDRPT-TEXT
           end-string
           perform write-standing-section
           move "MNT" to WS-WANTED-STANDING
           move spaces to STDRPT-REC
           string "Probations maintenues:" delimited by size
               into STDRPT-TEXT
           end-string
           perform write-standing-section
           move "CLR" to WS-WANTED-STANDING
           move spaces to STDRPT-REC
           string "Levees de probation (transaction CLR):"
               delimited by size
               into STDRPT-TEXT
           end-string
           perform write-standing-section
           move "DSM" to WS-WANTED-STANDING
           move spaces to STDRPT-REC
           string "Candidats a l'exclusion (decision requise):"
               delimited by size
               into STDRPT-TEXT
           end-string
           perform write-standing-section
           perform write-standing-totals.

       write-standing-section.
           write STDRPT-REC
           perform write-column-heading
           move 0 to WS-SECTION-COUNT
           perform varying I from 1 by 1 until I > WS-STUDENT-COUNT
               if WS-ST-STANDING(I) = WS-WANTED-STANDING
                   perform write-student-line
               end-if
           end-perform
           perform write-empty-section.

       write-column-heading.
           move spaces to STDRPT-REC
           string "  ID       Prenom                    "
               delimited by size
               "Nom                       " delimited by size
               "Nb   Moy.ses  Moy.cum" delimited by size
               into STDRPT-TEXT
           end-string
           write STDRPT-REC.

       write-empty-section.
           if WS-SECTION-COUNT = 0
               move spaces to STDRPT-REC
               string "  aucun" delimited by size
                   into STDRPT-TEXT
               end-string
               write STDRPT-REC
           end-if.

       write-student-line.
           add 1 to WS-SECTION-COUNT
           move 0 to WS-TERM-AVG
           move spaces to WS-TERM-LETTER
           if WS-ST-TERM-CT(I) > 0
               divide WS-ST-TERM-SUM(I) by WS-ST-TERM-CT(I)
                   giving WS-TERM-AVG rounded
               move WS-TERM-AVG to WS-LOOKUP-SCORE
               perform find-letter
               move WS-LOOKUP-LETTER to WS-TERM-LETTER
           end-if
           divide WS-ST-CUM-SUM(I) by WS-ST-CUM-CT(I)
               giving WS-CUM-AVG rounded
           move WS-CUM-AVG to WS-LOOKUP-SCORE
           perform find-letter
           move WS-LOOKUP-LETTER to WS-CUM-LETTER
           move WS-STUDENT-ID(I) to WS-RPT-ID
           move WS-ST-TERM-CT(I) to WS-RPT-CT
           move WS-TERM-AVG to WS-RPT-AVG
           move WS-CUM-AVG to WS-RPT-CUM
           move spaces to STDRPT-REC
           string "  " delimited by size
               WS-RPT-ID delimited by size
               " " delimited by size
               WS-STUDENT-NAME(I) delimited by size
               " " delimited by size
               WS-STUDENT-SURNAME(I) delimited by size
               " " delimited by size
               WS-RPT-CT delimited by size
               "  " delimited by size
               WS-RPT-AVG delimited by size
               " " delimited by size
               WS-TERM-LETTER delimited by size
               "   " delimited by size
               WS-RPT-CUM delimited by size
               " " delimited by size
               WS-CUM-LETTER delimited by size
               into STDRPT-TEXT
           end-string
           write STDRPT-REC.

       write-standing-totals.
           move WS-STUDENT-COUNT to WS-RPT-COUNT
           move spaces to STDRPT-REC
           string "Etudiants actifs evalues: " delimited by size
               WS-RPT-COUNT delimited by size
               into STDRPT-TEXT
           end-string
           write STDRPT-REC
           move WS-GRADES-USED to WS-RPT-COUNT
           move spaces to STDRPT-REC
           string "Notes prises en compte: " delimited by size
               WS-RPT-COUNT delimited by size
               into STDRPT-TEXT
           end-string
           write STDRPT-REC
           move WS-GRADES-IGNORED to WS-RPT-COUNT
           move spaces to STDRPT-REC
           string "Notes hors etudiants actifs: " delimited by size
               WS-RPT-COUNT delimited by size
               into STDRPT-TEXT
           end-string
           write STDRPT-REC
           move WS-TRAN-COUNT to WS-RPT-COUNT
           move spaces to STDRPT-REC
           string "Transactions STDTRAN ecrites: " delimited by size
               WS-RPT-COUNT delimited by size
               into STDRPT-TEXT
           end-string
           write STDRPT-REC.
