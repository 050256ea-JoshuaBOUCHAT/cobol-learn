       identification division.
       program-id. TERMCLOS.
       environment division.
       input-output section.
       file-control.
           select TRMCPARM-FILE assign to "TRMCPARM"
               organization is line sequential
               file status is WS-TRMCPARM-STATUS.
           select TERMS-FILE assign to "TERMS"
               organization is line sequential
               file status is WS-TERMS-STATUS.
           select GRADVAL-FILE assign to "GRADVAL"
               organization is line sequential
               file status is WS-GRADVAL-STATUS.
           select GRADMST-FILE assign to "GRADMST"
               organization is indexed
               access mode is dynamic
               record key is GMST-KEY
               file status is WS-GRADMST-STATUS.
           select GRADFRZ-FILE assign to "GRADFRZ"
               organization is line sequential
               file status is WS-GRADFRZ-STATUS.
           select TRMCRPT-FILE assign to "TERMCRPT"
               organization is line sequential
               file status is WS-TRMCRPT-STATUS.
       data division.
       file section.
       fd TRMCPARM-FILE.
       01 TRMCPARM-REC.
           05 TRMC-TERM PIC X(6).

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

       fd TRMCRPT-FILE.
       01 TRMCRPT-REC.
           05 TRMCRPT-TEXT PIC X(80).

       working-storage section.
       01 WS-TRMCPARM-STATUS PIC XX VALUE "00".
       01 WS-TERMS-STATUS PIC XX VALUE "00".
       01 WS-GRADVAL-STATUS PIC XX VALUE "00".
       01 WS-GRADMST-STATUS PIC XX VALUE "00".
       01 WS-GRADFRZ-STATUS PIC XX VALUE "00".
       01 WS-TRMCRPT-STATUS PIC XX VALUE "00".

       01 WS-SYS-DATE PIC 9(8) VALUE 0.
       01 WS-CLOSE-TERM PIC X(6) VALUE SPACES.

       01 WS-TERM-COUNT PIC 9(3) VALUE 0.
       01 WS-TERM-TABLE.
           05 WS-TERM-ENTRY OCCURS 40 TIMES.
               10 WS-TRM-CODE PIC X(6).
               10 WS-TRM-START PIC 9(8).
               10 WS-TRM-END PIC 9(8).
               10 WS-TRM-FLAG PIC X.
               10 WS-TRM-CLOSE PIC 9(8).
       01 WS-TERM-IDX PIC 9(3) VALUE 0.

       01 WS-GRADES-READ PIC 9(6) VALUE 0.
       01 WS-FRZ-SOURCE PIC X(7) VALUE SPACES.
       01 WS-FRZ-ID PIC 9(8).
       01 WS-FRZ-COURSE PIC X(8).
       01 WS-FRZ-SCORE PIC 9(3).
       01 WS-FROZEN-COUNT PIC 9(6) VALUE 0.
       01 WS-FROZEN-SUM PIC 9(9) VALUE 0.
       01 WS-FROZEN-AVG PIC 9(3) VALUE 0.

       01 WS-RPT-COUNT PIC ZZZZZ9.
       01 WS-RPT-AVG PIC ZZ9.

       01 WS-LOG-PROGRAM PIC X(10) VALUE "TERMCLOS".
       01 WS-LOG-N PIC 9(8) VALUE 0.
       01 WS-LOG-K PIC 9(8) VALUE 0.
       01 WS-LOG-RESULT PIC X(40) VALUE SPACES.
       01 WS-LOG-EVENT PIC X(5) VALUE SPACES.

       local-storage section.
       01 I PIC 9(3) VALUE 0.
       01 WS-FILE-EOF PIC X VALUE "N".
           88 WS-FILE-EOF-YES VALUE "Y".
       01 WS-CLOS-ABORT PIC X VALUE "N".
           88 WS-CLOS-ABORT-YES VALUE "Y".

       procedure division.
           move "DEBUT" to WS-LOG-EVENT
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           move "FIN" to WS-LOG-EVENT
           accept WS-SYS-DATE from date yyyymmdd
           perform read-trmcparm
           if not WS-CLOS-ABORT-YES
               perform load-terms
           end-if
           if not WS-CLOS-ABORT-YES
               perform check-term-closable
           end-if
           if not WS-CLOS-ABORT-YES
               perform freeze-term-grades
           end-if
           if not WS-CLOS-ABORT-YES
               perform rewrite-terms
           end-if
           if not WS-CLOS-ABORT-YES
               perform write-close-report
           end-if

           if WS-CLOS-ABORT-YES
               move "Cloture de session interrompue" to WS-LOG-RESULT
           else
               move spaces to WS-LOG-RESULT
               string "Session " delimited by size
                   WS-CLOSE-TERM delimited by size
                   " close, notes=" delimited by size
                   WS-FROZEN-COUNT delimited by size
                   into WS-LOG-RESULT
               end-string
           end-if
           move WS-FROZEN-COUNT to WS-LOG-N
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           if WS-CLOS-ABORT-YES
               move 8 to return-code
           end-if.
       goback.

       read-trmcparm.
           open input TRMCPARM-FILE
           if WS-TRMCPARM-STATUS not = "00"
               display "Fichier TRMCPARM introuvable - "
                   "cloture interrompue."
               move "Y" to WS-CLOS-ABORT
           else
               read TRMCPARM-FILE
                   at end continue
                   not at end
                       move TRMC-TERM to WS-CLOSE-TERM
               end-read
               close TRMCPARM-FILE
               if WS-CLOSE-TERM = spaces
                   display "Session a clore absente de TRMCPARM - "
                       "cloture interrompue."
                   move "Y" to WS-CLOS-ABORT
               end-if
           end-if.

       load-terms.
           move "N" to WS-FILE-EOF
           open input TERMS-FILE
           if WS-TERMS-STATUS not = "00"
               display "Calendrier TERMS introuvable - "
                   "cloture interrompue."
               move "Y" to WS-CLOS-ABORT
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
                               if TERM-CLOSE-DATE is numeric
                                   move TERM-CLOSE-DATE
                                       to WS-TRM-CLOSE(WS-TERM-COUNT)
                               else
                                   move 0
                                       to WS-TRM-CLOSE(WS-TERM-COUNT)
                               end-if
                           else
                               display "Calendrier TERMS sature - "
                                   "cloture interrompue."
                               move "Y" to WS-CLOS-ABORT
                               move "Y" to WS-FILE-EOF
                           end-if
                   end-read
               end-perform
               close TERMS-FILE
           end-if.

       check-term-closable.
           move 0 to WS-TERM-IDX
           perform varying I from 1 by 1 until I > WS-TERM-COUNT
               if WS-TRM-CODE(I) = WS-CLOSE-TERM
                   move I to WS-TERM-IDX
                   move WS-TERM-COUNT to I
               end-if
           end-perform
           if WS-TERM-IDX = 0
               display "Session " WS-CLOSE-TERM " absente du "
                   "calendrier - cloture interrompue."
               move "Y" to WS-CLOS-ABORT
           else
               if WS-TRM-FLAG(WS-TERM-IDX) = "C"
                   display "Session " WS-CLOSE-TERM " deja close le "
                       WS-TRM-CLOSE(WS-TERM-IDX)
                       " - cloture interrompue."
                   move "Y" to WS-CLOS-ABORT
               else
                   if WS-TRM-END(WS-TERM-IDX) > WS-SYS-DATE
                       display "Session " WS-CLOSE-TERM
                           " non terminee (fin le "
                           WS-TRM-END(WS-TERM-IDX)
                           ") - cloture interrompue."
                       move "Y" to WS-CLOS-ABORT
                   end-if
               end-if
           end-if.

       freeze-term-grades.
           move "N" to WS-FILE-EOF
           open input GRADMST-FILE
           if WS-GRADMST-STATUS = "00"
               display "Maitre indexe GRADMST utilise."
               move "GRADMST" to WS-FRZ-SOURCE
               perform open-gradfrz
               if not WS-CLOS-ABORT-YES
                   perform freeze-from-master
                   close GRADFRZ-FILE
               end-if
               close GRADMST-FILE
           else
               move "GRADVAL" to WS-FRZ-SOURCE
               open input GRADVAL-FILE
               if WS-GRADVAL-STATUS not = "00"
                   display "Fichier GRADVAL introuvable - "
                       "cloture interrompue."
                   move "Y" to WS-CLOS-ABORT
               else
                   perform open-gradfrz
                   if not WS-CLOS-ABORT-YES
                       perform freeze-from-gradval
                       close GRADFRZ-FILE
                   end-if
                   close GRADVAL-FILE
               end-if
           end-if.

       open-gradfrz.
           open extend GRADFRZ-FILE
           if WS-GRADFRZ-STATUS not = "00"
               open output GRADFRZ-FILE
           end-if
           if WS-GRADFRZ-STATUS not = "00"
               display "Fichier GRADFRZ - ouverture impossible - "
                   "cloture interrompue."
               move "Y" to WS-CLOS-ABORT
           end-if.

       freeze-from-master.
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
                       if GMST-TERM = WS-CLOSE-TERM
                           move GMST-ID to WS-FRZ-ID
                           move GMST-COURSE to WS-FRZ-COURSE
                           move GMST-SCORE to WS-FRZ-SCORE
                           perform write-frozen-grade
                       end-if
               end-read
           end-perform.

       freeze-from-gradval.
           perform until WS-FILE-EOF-YES
               read GRADVAL-FILE
                   at end move "Y" to WS-FILE-EOF
                   not at end
                       add 1 to WS-GRADES-READ
                       if GRADVAL-TERM = WS-CLOSE-TERM
                           move GRADVAL-ID to WS-FRZ-ID
                           move GRADVAL-COURSE to WS-FRZ-COURSE
                           move GRADVAL-SCORE to WS-FRZ-SCORE
                           perform write-frozen-grade
                       end-if
               end-read
           end-perform.

       write-frozen-grade.
           move spaces to GRADFRZ-REC
           move WS-FRZ-ID to GFRZ-ID
           move WS-FRZ-COURSE to GFRZ-COURSE
           move WS-FRZ-SCORE to GFRZ-SCORE
           move WS-CLOSE-TERM to GFRZ-TERM
           move WS-SYS-DATE to GFRZ-DATE
           write GRADFRZ-REC
           add 1 to WS-FROZEN-COUNT
           add WS-FRZ-SCORE to WS-FROZEN-SUM.

       rewrite-terms.
           move "C" to WS-TRM-FLAG(WS-TERM-IDX)
           move WS-SYS-DATE to WS-TRM-CLOSE(WS-TERM-IDX)
           open output TERMS-FILE
           if WS-TERMS-STATUS not = "00"
               display "Calendrier TERMS - reecriture impossible - "
                   "cloture interrompue."
               move "Y" to WS-CLOS-ABORT
           else
               perform varying I from 1 by 1 until I > WS-TERM-COUNT
                   move spaces to TERMS-REC
                   move WS-TRM-CODE(I) to TERM-CODE
                   move WS-TRM-START(I) to TERM-START-DATE
                   move WS-TRM-END(I) to TERM-END-DATE
                   move WS-TRM-FLAG(I) to TERM-FLAG
                   move WS-TRM-CLOSE(I) to TERM-CLOSE-DATE
                   write TERMS-REC
               end-perform
               close TERMS-FILE
           end-if.

       write-close-report.
           open output TRMCRPT-FILE
           if WS-TRMCRPT-STATUS not = "00"
               display "Fichier TERMCRPT - creation impossible."
           else
               move spaces to TRMCRPT-REC
               string "Cloture de la session " delimited by size
                   WS-CLOSE-TERM delimited by size
                   " au " delimited by size
                   WS-SYS-DATE delimited by size
                   into TRMCRPT-TEXT
               end-string
               write TRMCRPT-REC
               move spaces to TRMCRPT-REC
               string "Periode du " delimited by size
                   WS-TRM-START(WS-TERM-IDX) delimited by size
                   " au " delimited by size
                   WS-TRM-END(WS-TERM-IDX) delimited by size
                   into TRMCRPT-TEXT
               end-string
               write TRMCRPT-REC
               move WS-GRADES-READ to WS-RPT-COUNT
               move spaces to TRMCRPT-REC
               string "Notes lues (" delimited by size
                   WS-FRZ-SOURCE delimited by size
                   "): " delimited by size
                   WS-RPT-COUNT delimited by size
                   into TRMCRPT-TEXT
               end-string
               write TRMCRPT-REC
               move WS-FROZEN-COUNT to WS-RPT-COUNT
               move spaces to TRMCRPT-REC
               string "Notes gelees pour la session: "
                   delimited by size
                   WS-RPT-COUNT delimited by size
                   into TRMCRPT-TEXT
               end-string
               write TRMCRPT-REC
               if WS-FROZEN-COUNT > 0
                   divide WS-FROZEN-SUM by WS-FROZEN-COUNT
                       giving WS-FROZEN-AVG rounded
                   move WS-FROZEN-AVG to WS-RPT-AVG
                   move spaces to TRMCRPT-REC
                   string "Moyenne de la session: " delimited by size
                       WS-RPT-AVG delimited by size
                       into TRMCRPT-TEXT
                   end-string
                   write TRMCRPT-REC
               else
                   move spaces to TRMCRPT-REC
                   string "ATTENTION: aucune note pour la session"
                       delimited by size
                       into TRMCRPT-TEXT
                   end-string
                   write TRMCRPT-REC
               end-if
               close TRMCRPT-FILE
           end-if.
