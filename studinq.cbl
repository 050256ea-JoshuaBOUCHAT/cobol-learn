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
           select ROSTREJ-FILE assign to "ROSTREJ"
               organization is line sequential
               file status is WS-ROSTREJ-STATUS.
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

       fd ROSTREJ-FILE.
       01 ROSTREJ-REC.
           05 IDTRANS-SURNAME PIC X(25).
           05 IDTRANS-ID PIC 9(8).
           05 IDTRANS-DATE PIC 9(8).
           05 IDTRANS-OPER PIC X(8).

       working-storage section.
       01 WS-INQPARM-STATUS PIC XX VALUE "00".
       01 WS-ROSTER-STATUS PIC XX VALUE "00".
       01 WS-GRADES-STATUS PIC XX VALUE "00".
       01 WS-GRADVAL-STATUS PIC XX VALUE "00".
       01 WS-GRADMST-STATUS PIC XX VALUE "00".
       01 WS-ROSTHIST-STATUS PIC XX VALUE "00".
       01 WS-GRADHIST-STATUS PIC XX VALUE "00".
       01 WS-ROSTREJ-STATUS PIC XX VALUE "00".
       01 WS-IDTRANS-STATUS PIC XX VALUE "00".

       01 WS-INQ-ID PIC 9(8) VALUE 0.
       01 WS-INQ-ID-TXT PIC X(8) VALUE SPACES.
       01 WS-INQ-ID-ENTERED PIC 9(8) VALUE 0.
       01 WS-INQ-ID-SURV PIC 9(8) VALUE 0.
       01 WS-INQ-MRG-DATE PIC 9(8) VALUE 0.

       01 WS-CHECK-ID PIC 9(8).
       01 WS-CHECK-EXPECTED PIC 9 VALUE 0.
           move "FIN" to WS-LOG-EVENT
           perform get-inquiry-id
           if not WS-INQ-ABORT-YES
               perform resolve-inquiry-id
               display "=== Consultation etudiant " WS-INQ-ID " ==="
               perform verify-check-digit
               perform show-roster-entry
               move "Y" to WS-INQ-ABORT
           end-if.

       resolve-inquiry-id.
           move WS-INQ-ID to WS-INQ-ID-ENTERED
           call "IDXRSLV" using WS-INQ-ID-ENTERED WS-INQ-ID-SURV
               WS-INQ-MRG-DATE
           if WS-INQ-ID-SURV not = WS-INQ-ID-ENTERED
               display "ID " WS-INQ-ID-ENTERED " fusionne dans "
                   WS-INQ-ID-SURV " le " WS-INQ-MRG-DATE
                   " - consultation sous l'ID survivant."
               move WS-INQ-ID-SURV to WS-INQ-ID
           end-if.

       verify-check-digit.
           move WS-INQ-ID to WS-CHECK-ID
           call "CHECKDIG" using WS-CHECK-ID WS-CHECK-EXPECTED
           if not WS-ROSTER-FOUND-YES
               perform show-roster-brut
           end-if
           if not WS-ROSTER-FOUND-YES
               perform show-roster-hist
           end-if
           if not WS-ROSTER-FOUND-YES
               display "Roster: ID absent du roster"
           end-if.

       show-roster-hist.
           open input ROSTHIST-FILE
           if WS-ROSTHIST-STATUS = "00"
               move WS-INQ-ID to HST-ID
               read ROSTHIST-FILE
                   invalid key continue
                   not invalid key
                       move "Y" to WS-ROSTER-FOUND
                       display "Ancien etudiant (ROSTHIST): "
                           HST-NAME " " HST-SURNAME
                           " statut " HST-STATUS
                           " admis " HST-ADM-DATE
                           " retire " HST-WDR-DATE
                           " purge " HST-PURGE-DATE
               end-read
               close ROSTHIST-FILE
           end-if.

       show-roster-brut.
           move "N" to WS-FILE-EOF
           open input ROSTER-FILE
           move 0 to WS-GRADE-CT
           move 0 to WS-GRADE-SUM
           move "N" to WS-FILE-EOF
           open input GRADMST-FILE
           if WS-GRADMST-STATUS = "00"
               perform show-grades-mst
           else
               perform show-grades-val
           end-if
           if WS-GRADE-CT = 0
               perform show-grades-hist
           end-if
           if WS-GRADE-CT = 0
               display "Notes: aucune note enregistree"
           else
               divide WS-GRADE-SUM by WS-GRADE-CT
                   giving WS-GRADE-AVG rounded
               move WS-GRADE-AVG to WS-RPT-AVG
               move WS-GRADE-CT to WS-RPT-CT
               display "Notes: " WS-RPT-CT " note(s), moyenne "
                   WS-RPT-AVG
           end-if.

       show-grades-mst.
           display "Notes (GRADMST):"
           move WS-INQ-ID to GMST-ID
           move low-values to GMST-COURSE
           move low-values to GMST-TERM
           start GRADMST-FILE key not < GMST-KEY
               invalid key move "Y" to WS-FILE-EOF
           end-start
           perform until WS-FILE-EOF-YES
               read GRADMST-FILE next record
                   at end move "Y" to WS-FILE-EOF
                   not at end
                       if GMST-ID not = WS-INQ-ID
                           move "Y" to WS-FILE-EOF
                       else
                           add 1 to WS-GRADE-CT
                           add GMST-SCORE to WS-GRADE-SUM
                           display "  " GMST-COURSE " "
                               GMST-SCORE " session "
                               GMST-TERM " maj " GMST-UPD-DATE
                               " motif " GMST-REASON " par "
                               GMST-USER
                       end-if
               end-read
           end-perform
           close GRADMST-FILE.

       show-grades-hist.
           move "N" to WS-FILE-EOF
           open input GRADHIST-FILE
           if WS-GRADHIST-STATUS = "00"
               move WS-INQ-ID to GHST-ID
               move low-values to GHST-COURSE
               move low-values to GHST-TERM
               start GRADHIST-FILE key not < GHST-KEY
                   invalid key move "Y" to WS-FILE-EOF
               end-start
               perform until WS-FILE-EOF-YES
                   read GRADHIST-FILE next record
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           if GHST-ID not = WS-INQ-ID
                               move "Y" to WS-FILE-EOF
                           else
                               if WS-GRADE-CT = 0
                                   display "Notes (GRADHIST):"
                               end-if
                               add 1 to WS-GRADE-CT
                               add GHST-SCORE to WS-GRADE-SUM
                               display "  " GHST-COURSE " "
                                   GHST-SCORE " session "
                                   GHST-TERM " purge "
                                   GHST-PURGE-DATE
                           end-if
                   end-read
               end-perform
               close GRADHIST-FILE
           end-if.

       show-grades-val.
           open input GRADVAL-FILE
           if WS-GRADVAL-STATUS = "00"
               display "Notes (GRADVAL):"
                               add 1 to WS-GRADE-CT
                               add GRADVAL-SCORE to WS-GRADE-SUM
                               display "  " GRADVAL-COURSE " "
                                   GRADVAL-SCORE " session "
                                   GRADVAL-TERM
                           end-if
                   end-read
               end-perform
               close GRADVAL-FILE
           else
               perform show-grades-brut
           end-if.

       show-grades-brut.
                               add 1 to WS-GRADE-CT
                               add GRADE-SCORE to WS-GRADE-SUM
                               display "  " GRADE-COURSE " "
                                   GRADE-SCORE " session "
                                   GRADE-TERM
                           end-if
                   end-read
               end-perform
