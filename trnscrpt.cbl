           select GRADVAL-FILE assign to "GRADVAL"
               organization is line sequential
               file status is WS-GRADVAL-STATUS.
           select GRADMST-FILE assign to "GRADMST"
               organization is indexed
               access mode is dynamic
               record key is GMST-KEY
               file status is WS-GRADMST-STATUS.
           select ROSTHIST-FILE assign to "ROSTHIST"
               organization is indexed
               access mode is dynamic
               record key is HST-ID
               file status is WS-ROSTHIST-STATUS.
           select GRADHIST-FILE assign to "GRADHIST"
               organization is indexed
               access mode is dynamic
               record key is GHST-KEY
               file status is WS-GRADHIST-STATUS.
           select TRNPARM-FILE assign to "TRNPARM"
               organization is line sequential
               file status is WS-TRNPARM-STATUS.
           select ROSTVCTL-FILE assign to "ROSTVCTL"
               organization is line sequential
               file status is WS-ROSTVCTL-STATUS.
           select TERMS-FILE assign to "TERMS"
               organization is line sequential
               file status is WS-TERMS-STATUS.
       data division.
       file section.
       fd ROSTVAL-FILE.
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

       fd ROSTHIST-FILE.
       01 ROSTHIST-REC.
           05 HST-NAME PIC X(25).
           05 HST-SURNAME PIC X(25).
           05 HST-ID PIC 9(8).
           05 HST-STATUS PIC X.
           05 HST-ADM-DATE PIC 9(8).
           05 HST-WDR-DATE PIC 9(8).
           05 HST-PURGE-DATE PIC 9(8).

       fd GRADHIST-FILE.
       01 GRADHIST-REC.
           05 GHST-KEY.
               10 GHST-ID PIC 9(8).
               10 GHST-COURSE PIC X(8).
               10 GHST-TERM PIC X(6).
           05 GHST-SCORE PIC 9(3).
           05 GHST-UPD-DATE PIC 9(8).
           05 GHST-REASON PIC X(3).
           05 GHST-USER PIC X(8).
           05 GHST-PURGE-DATE PIC 9(8).

       fd TRNPARM-FILE.
       01 TRNPARM-REC.
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
       01 WS-ROSTVAL-STATUS PIC XX VALUE "00".
       01 WS-ROSTMST-STATUS PIC XX VALUE "00".
       01 WS-GRADES-STATUS PIC XX VALUE "00".
       01 WS-GRADVAL-STATUS PIC XX VALUE "00".
       01 WS-GRADMST-STATUS PIC XX VALUE "00".
       01 WS-ROSTHIST-STATUS PIC XX VALUE "00".
       01 WS-GRADHIST-STATUS PIC XX VALUE "00".
       01 WS-TRNPARM-STATUS PIC XX VALUE "00".
       01 WS-TRNRPT-STATUS PIC XX VALUE "00".
       01 WS-ASOFPARM-STATUS PIC XX VALUE "00".
       01 WS-ROSTVCTL-STATUS PIC XX VALUE "00".
       01 WS-TERMS-STATUS PIC XX VALUE "00".

       01 WS-VAL-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-VAL-HASH PIC 9(12) VALUE 0.
           88 WS-STUD-KEEP-YES VALUE "Y".

       01 WS-WANTED-ID PIC 9(8) VALUE 0.
       01 WS-ASKED-ID PIC 9(8) VALUE 0.
       01 WS-MERGE-DATE PIC 9(8) VALUE 0.
       01 WS-ONE-STUDENT PIC X VALUE "N".
           88 WS-ONE-STUDENT-YES VALUE "Y".

               10 WS-GT-ID PIC 9(8).
               10 WS-GT-COURSE PIC X(8).
               10 WS-GT-SCORE PIC 9(3).
               10 WS-GT-TERM PIC X(6).

       01 WS-TERM-COUNT PIC 9(3) VALUE 0.
       01 WS-TERM-TABLE.
           05 WS-TERM-ENTRY OCCURS 40 TIMES.
               10 WS-TRM-CODE PIC X(6).
               10 WS-TRM-START PIC 9(8).
               10 WS-TRM-END PIC 9(8).
       01 WS-TERM-HOLD.
           05 WS-TERM-HOLD-CODE PIC X(6).
           05 WS-TERM-HOLD-START PIC 9(8).
           05 WS-TERM-HOLD-END PIC 9(8).
       01 WS-TERMS-LOADED PIC X VALUE "N".
           88 WS-TERMS-LOADED-YES VALUE "Y".

       01 WS-SG-COUNT PIC 9(3) VALUE 0.
       01 WS-SG-TABLE.
           05 WS-SG-ENTRY OCCURS 300 TIMES.
               10 WS-SG-IDX PIC 9(5).
               10 WS-SG-DONE PIC X.
       01 WS-SG-TAKE PIC X VALUE "N".
       01 WS-TERM-SUM PIC 9(6) VALUE 0.
       01 WS-TERM-CT PIC 9(3) VALUE 0.
       01 WS-TERM-AVG PIC 9(3) VALUE 0.
       01 WS-RPT-CUM PIC ZZ9.

       01 WS-CUR-NAME PIC X(25).
       01 WS-CUR-SURNAME PIC X(25).

       local-storage section.
       01 I PIC 9(5) VALUE 0.
       01 J PIC 9(3) VALUE 0.
       01 K PIC 9(3) VALUE 0.
       01 WS-UNSCHED PIC X VALUE "N".
           88 WS-UNSCHED-YES VALUE "Y".
       01 WS-FILE-EOF PIC X VALUE "N".
           88 WS-FILE-EOF-YES VALUE "Y".
       01 WS-TRN-ABORT PIC X VALUE "N".
           move "FIN" to WS-LOG-EVENT
           perform read-asofparm
           perform read-trnparm
           perform load-terms
           if not WS-TRN-ABORT-YES
               perform load-grades
           end-if
           if not WS-TRN-ABORT-YES
               perform open-transcript
           end-if
           if not WS-TRN-ABORT-YES
               perform print-transcripts
               if not WS-TRN-ABORT-YES and WS-ONE-STUDENT-YES
                       and WS-STUD-PRINTED = 0
                   perform print-from-history
               end-if
               close TRNRPT-FILE
           end-if

                       end-if
               end-read
               close TRNPARM-FILE
           end-if
           if WS-ONE-STUDENT-YES
               move WS-WANTED-ID to WS-ASKED-ID
               call "IDXRSLV" using WS-ASKED-ID WS-WANTED-ID
                   WS-MERGE-DATE
               if WS-WANTED-ID not = WS-ASKED-ID
                   display "ID " WS-ASKED-ID " fusionne dans "
                       WS-WANTED-ID " le " WS-MERGE-DATE
                       " - releve de l'ID survivant."
               end-if
           end-if.

       load-terms.
           move "N" to WS-TERMS-LOADED
           move "N" to WS-FILE-EOF
           open input TERMS-FILE
           if WS-TERMS-STATUS not = "00"
               display "Calendrier TERMS absent - "
                   "releves sans decoupage par session."
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
                           else
                               display "Calendrier TERMS sature - "
                                   "releves interrompus: " TERM-CODE
                               move "Y" to WS-TRN-ABORT
                               move "Y" to WS-FILE-EOF
                           end-if
                   end-read
               end-perform
               close TERMS-FILE
               move "Y" to WS-TERMS-LOADED
               perform sort-term-table
           end-if.

       sort-term-table.
           perform varying J from 2 by 1 until J > WS-TERM-COUNT
               move WS-TERM-ENTRY(J) to WS-TERM-HOLD
               move J to K
               perform until K = 1
                       or WS-TRM-START(K - 1)
                           not > WS-TERM-HOLD-START
                   move WS-TERM-ENTRY(K - 1) to WS-TERM-ENTRY(K)
                   subtract 1 from K
               end-perform
               move WS-TERM-HOLD to WS-TERM-ENTRY(K)
           end-perform.

       load-grades.
           move "N" to WS-FILE-EOF
           open input GRADMST-FILE
           if WS-GRADMST-STATUS = "00"
               display "Maitre des notes GRADMST utilise."
               move low-values to GMST-KEY
               start GRADMST-FILE key not < GMST-KEY
                   invalid key move "Y" to WS-FILE-EOF
               end-start
               perform until WS-FILE-EOF-YES
                       or WS-GRADE-COUNT = 20000
                   read GRADMST-FILE next record
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           add 1 to WS-GRADE-COUNT
                           move GMST-ID
                               to WS-GT-ID(WS-GRADE-COUNT)
                           move GMST-COURSE
                               to WS-GT-COURSE(WS-GRADE-COUNT)
                           move GMST-SCORE
                               to WS-GT-SCORE(WS-GRADE-COUNT)
                           move GMST-TERM
                               to WS-GT-TERM(WS-GRADE-COUNT)
                   end-read
               end-perform
               close GRADMST-FILE
           else
               perform load-grades-flat
           end-if.

       load-grades-flat.
           open input GRADVAL-FILE
           if WS-GRADVAL-STATUS = "00"
               display "Notes validees GRADVAL utilisees."
                               to WS-GT-COURSE(WS-GRADE-COUNT)
                           move GRADVAL-SCORE
                               to WS-GT-SCORE(WS-GRADE-COUNT)
                           move GRADVAL-TERM
                               to WS-GT-TERM(WS-GRADE-COUNT)
                   end-read
               end-perform
               close GRADVAL-FILE
                                   to WS-GT-COURSE(WS-GRADE-COUNT)
                               move GRADE-SCORE
                                   to WS-GT-SCORE(WS-GRADE-COUNT)
                               move GRADE-TERM
                                   to WS-GT-TERM(WS-GRADE-COUNT)
                       end-read
                   end-perform
                   close GRADES-FILE
               perform print-from-master
           end-if.

       print-from-history.
           open input ROSTHIST-FILE
           if WS-ROSTHIST-STATUS = "00"
               move WS-WANTED-ID to HST-ID
               read ROSTHIST-FILE
                   invalid key
                       display "ID absent du roster et de ROSTHIST: "
                           WS-WANTED-ID
                   not invalid key
                       display "Releve d'ancien etudiant (ROSTHIST): "
                           HST-ID
                       move HST-NAME to WS-CUR-NAME
                       move HST-SURNAME to WS-CUR-SURNAME
                       move HST-ID to WS-CUR-ID
                       perform load-history-grades
                       perform print-one-transcript
                       move spaces to TRNRPT-REC
                       perform write-print-line
                       move spaces to TRNRPT-REC
                       string "Ancien etudiant - retire le "
                           delimited by size
                           HST-WDR-DATE delimited by size
                           ", dossier archive le " delimited by size
                           HST-PURGE-DATE delimited by size
                           into TRNRPT-TEXT
                       end-string
                       perform write-print-line
               end-read
               close ROSTHIST-FILE
           end-if.

       load-history-grades.
           move "N" to WS-FILE-EOF
           open input GRADHIST-FILE
           if WS-GRADHIST-STATUS = "00"
               move WS-CUR-ID to GHST-ID
               move low-values to GHST-COURSE
               move low-values to GHST-TERM
               start GRADHIST-FILE key not < GHST-KEY
                   invalid key move "Y" to WS-FILE-EOF
               end-start
               perform until WS-FILE-EOF-YES
                       or WS-GRADE-COUNT = 20000
                   read GRADHIST-FILE next record
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           if GHST-ID not = WS-CUR-ID
                               move "Y" to WS-FILE-EOF
                           else
                               add 1 to WS-GRADE-COUNT
                               move GHST-ID
                                   to WS-GT-ID(WS-GRADE-COUNT)
                               move GHST-COURSE
                                   to WS-GT-COURSE(WS-GRADE-COUNT)
                               move GHST-SCORE
                                   to WS-GT-SCORE(WS-GRADE-COUNT)
                               move GHST-TERM
                                   to WS-GT-TERM(WS-GRADE-COUNT)
                           end-if
                   end-read
               end-perform
               close GRADHIST-FILE
           end-if.

       count-rostval.
           move "N" to WS-FILE-EOF
           perform until WS-FILE-EOF-YES
           perform start-new-page
           move 0 to WS-STUD-SUM
           move 0 to WS-STUD-CT
           perform collect-student-grades
           move "N" to WS-UNSCHED
           perform varying J from 1 by 1 until J > WS-TERM-COUNT
               perform print-term-block
           end-perform
           move "Y" to WS-UNSCHED
           perform print-term-block
           if WS-STUD-CT = 0
               move spaces to TRNRPT-REC
               string "  aucune note enregistree" delimited by size
               move spaces to TRNRPT-REC
               string "Nombre de notes: " delimited by size
                   WS-RPT-COUNT delimited by size
                   "   Moyenne generale: " delimited by size
                   WS-RPT-AVG delimited by size
                   into TRNRPT-TEXT
               end-string
               perform write-print-line
           end-if.

       collect-student-grades.
           move 0 to WS-SG-COUNT
           perform varying I from 1 by 1 until I > WS-GRADE-COUNT
               if WS-GT-ID(I) = WS-CUR-ID and WS-SG-COUNT < 300
                   add 1 to WS-SG-COUNT
                   move I to WS-SG-IDX(WS-SG-COUNT)
                   move "N" to WS-SG-DONE(WS-SG-COUNT)
               end-if
           end-perform.

       print-term-block.
           move 0 to WS-TERM-SUM
           move 0 to WS-TERM-CT
           perform varying K from 1 by 1 until K > WS-SG-COUNT
               move WS-SG-IDX(K) to I
               move WS-SG-DONE(K) to WS-SG-TAKE
               if not WS-UNSCHED-YES and WS-SG-TAKE = "N"
                   if WS-GT-TERM(I) not = WS-TRM-CODE(J)
                       move "Y" to WS-SG-TAKE
                   end-if
               end-if
               if WS-SG-TAKE = "N"
                   if WS-TERM-CT = 0
                       perform print-term-heading
                   end-if
                   move "Y" to WS-SG-DONE(K)
                   add WS-GT-SCORE(I) to WS-TERM-SUM
                   add 1 to WS-TERM-CT
                   perform print-grade-line
               end-if
           end-perform
           if WS-TERM-CT > 0 and WS-TERMS-LOADED-YES
               perform print-term-averages
           end-if.

       print-term-heading.
           if WS-TERMS-LOADED-YES
               move spaces to TRNRPT-REC
               perform write-print-line
               move spaces to TRNRPT-REC
               if WS-UNSCHED-YES
                   string "Notes hors calendrier" delimited by size
                       into TRNRPT-TEXT
                   end-string
               else
                   string "Session " delimited by size
                       WS-TRM-CODE(J) delimited by size
                       " du " delimited by size
                       WS-TRM-START(J) delimited by size
                       " au " delimited by size
                       WS-TRM-END(J) delimited by size
                       into TRNRPT-TEXT
                   end-string
               end-if
               perform write-print-line
           end-if.

       print-term-averages.
           divide WS-TERM-SUM by WS-TERM-CT
               giving WS-TERM-AVG rounded
           divide WS-STUD-SUM by WS-STUD-CT
               giving WS-STUD-AVG rounded
           move WS-TERM-AVG to WS-RPT-AVG
           move WS-STUD-AVG to WS-RPT-CUM
           move spaces to TRNRPT-REC
           string "  Moyenne session: " delimited by size
               WS-RPT-AVG delimited by size
               "   Moyenne cumulee: " delimited by size
               WS-RPT-CUM delimited by size
               into TRNRPT-TEXT
           end-string
           perform write-print-line.

       start-new-page.
           add 1 to WS-PAGE-NUM
           move 0 to WS-LINE-CT
