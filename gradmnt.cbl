       identification division.
       program-id. GRADMNT.
       environment division.
       input-output section.
       file-control.
           select GRADMST-FILE assign to "GRADMST"
               organization is indexed
               access mode is dynamic
               record key is GMST-KEY
               file status is WS-GRADMST-STATUS.
           select GTRN-FILE assign to "GRADTRAN"
               organization is line sequential
               file status is WS-GTRN-STATUS.
           select GTRNCTL-FILE assign to "GRADTCTL"
               organization is line sequential
               file status is WS-GTRNCTL-STATUS.
           select GJRN-FILE assign to "GRADJRNL"
               organization is line sequential
               file status is WS-GJRN-STATUS.
           select GMNRPT-FILE assign to "GRADMRPT"
               organization is line sequential
               file status is WS-GMNRPT-STATUS.
           select TERMS-FILE assign to "TERMS"
               organization is line sequential
               file status is WS-TERMS-STATUS.
       data division.
       file section.
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

       fd GTRN-FILE.
       01 GTRN-REC.
           05 GTRN-ACTION PIC X(3).
           05 FILLER PIC X.
           05 GTRN-ID PIC 9(8).
           05 FILLER PIC X.
           05 GTRN-COURSE PIC X(8).
           05 FILLER PIC X.
           05 GTRN-TERM PIC X(6).
           05 FILLER PIC X.
           05 GTRN-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 GTRN-REASON PIC X(3).
               88 GTRN-REASON-VALID VALUES "COR" "APP" "ERR".
           05 FILLER PIC X.
           05 GTRN-USER PIC X(8).

       fd GTRNCTL-FILE.
       01 GTRNCTL-REC.
           05 GTRNCTL-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 GTRNCTL-HASH PIC 9(12).
           05 FILLER PIC X.
           05 GTRNCTL-DATE PIC 9(8).

       fd GJRN-FILE.
       01 GJRN-REC.
           05 GJRN-DATE PIC 9(8).
           05 FILLER PIC X.
           05 GJRN-ACTION PIC X(3).
           05 FILLER PIC X.
           05 GJRN-REASON PIC X(3).
           05 FILLER PIC X.
           05 GJRN-USER PIC X(8).
           05 FILLER PIC X.
           05 GJRN-BEF.
               10 GJRN-BEF-KEY.
                   15 GJRN-BEF-ID PIC 9(8).
                   15 GJRN-BEF-COURSE PIC X(8).
                   15 GJRN-BEF-TERM PIC X(6).
               10 GJRN-BEF-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 GJRN-AFT.
               10 GJRN-AFT-KEY.
                   15 GJRN-AFT-ID PIC 9(8).
                   15 GJRN-AFT-COURSE PIC X(8).
                   15 GJRN-AFT-TERM PIC X(6).
               10 GJRN-AFT-SCORE PIC 9(3).

       fd GMNRPT-FILE.
       01 GMNRPT-REC.
           05 GMNRPT-TEXT PIC X(132).

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
       01 WS-GRADMST-STATUS PIC XX VALUE "00".
       01 WS-GTRN-STATUS PIC XX VALUE "00".
       01 WS-GTRNCTL-STATUS PIC XX VALUE "00".
       01 WS-GJRN-STATUS PIC XX VALUE "00".
       01 WS-GMNRPT-STATUS PIC XX VALUE "00".
       01 WS-TERMS-STATUS PIC XX VALUE "00".

       01 WS-CHECK-ID PIC 9(8).
       01 WS-CHECK-EXPECTED PIC 9 VALUE 0.
       01 WS-CHECK-OK PIC X VALUE "Y".
           88 WS-CHECK-IS-OK VALUE "Y".

       01 WS-LOG-PROGRAM PIC X(10) VALUE "GRADMNT".
       01 WS-LOG-N PIC 9(8) VALUE 0.
       01 WS-LOG-K PIC 9(8) VALUE 0.
       01 WS-LOG-RESULT PIC X(40) VALUE SPACES.
       01 WS-LOG-EVENT PIC X(5) VALUE SPACES.

       01 WS-TERM-COUNT PIC 9(3) VALUE 0.
       01 WS-TERM-TABLE.
           05 WS-TERM-ENTRY OCCURS 40 TIMES.
               10 WS-TRM-CODE PIC X(6).
               10 WS-TRM-FLAG PIC X.
       01 WS-TERM-IDX PIC 9(3) VALUE 0.

       01 WS-TRAN-COUNT PIC 9(4) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(4) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(4) VALUE 0.
       01 WS-REJ-USER-COUNT PIC 9(4) VALUE 0.
       01 WS-TRAN-PRE-COUNT PIC 9(6) VALUE 0.
       01 WS-TRAN-HASH PIC 9(12) VALUE 0.
       01 WS-CTL-COUNT PIC 9(6) VALUE 0.
       01 WS-CTL-HASH PIC 9(12) VALUE 0.

       01 WS-RPT-COUNT PIC ZZZZZ9.
       01 WS-RPT-ID PIC 9(8).
       01 WS-RPT-OLD PIC ZZ9.
       01 WS-RPT-NEW PIC ZZ9.
       01 WS-TRAN-STATE PIC X(9).
       01 WS-TRAN-REASON PIC X(35).
       01 WS-SYS-DATE PIC 9(8) VALUE 0.

       01 WS-BEF-IMAGE.
           05 WS-BEF-KEY.
               10 WS-BEF-ID PIC 9(8).
               10 WS-BEF-COURSE PIC X(8).
               10 WS-BEF-TERM PIC X(6).
           05 WS-BEF-SCORE PIC 9(3).

       local-storage section.
       01 I PIC 9(3) VALUE 0.
       01 WS-FILE-EOF PIC X VALUE "N".
           88 WS-FILE-EOF-YES VALUE "Y".
       01 WS-MNT-ABORT PIC X VALUE "N".
           88 WS-MNT-ABORT-YES VALUE "Y".
       01 WS-GRADE-FOUND PIC X VALUE "N".
           88 WS-GRADE-FOUND-YES VALUE "Y".
       01 WS-JRNL-OPEN PIC X VALUE "N".
           88 WS-JRNL-OPEN-YES VALUE "Y".

       procedure division.
           move "DEBUT" to WS-LOG-EVENT
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           move "FIN" to WS-LOG-EVENT
           accept WS-SYS-DATE from date yyyymmdd
           open output GMNRPT-FILE
           if WS-GMNRPT-STATUS not = "00"
               display "Fichier GRADMRPT - creation impossible - "
                   "maintenance interrompue."
               move "Y" to WS-MNT-ABORT
           else
               move spaces to GMNRPT-REC
               string "Rapport de maintenance des notes"
                   delimited by size
                   into GMNRPT-TEXT
               end-string
               write GMNRPT-REC
               perform verify-gtrnctl
               if not WS-MNT-ABORT-YES
                   perform load-terms
               end-if
               if not WS-MNT-ABORT-YES
                   perform open-journal
               end-if
               if not WS-MNT-ABORT-YES
                   perform open-master
               end-if
               if not WS-MNT-ABORT-YES
                   perform apply-transactions
               end-if
               if not WS-MNT-ABORT-YES
                   perform write-report-totals
               end-if
               if not WS-MNT-ABORT-YES
                   close GRADMST-FILE
               end-if
               if WS-JRNL-OPEN-YES
                   close GJRN-FILE
               end-if
               close GMNRPT-FILE
           end-if

           if WS-MNT-ABORT-YES
               move "Maintenance notes interrompue" to WS-LOG-RESULT
           else
               move spaces to WS-LOG-RESULT
               string "Appl=" delimited by size
                   WS-APPLIED-COUNT delimited by size
                   " Rej=" delimited by size
                   WS-REJECT-COUNT delimited by size
                   into WS-LOG-RESULT
               end-string
           end-if
           move WS-TRAN-COUNT to WS-LOG-N
           move WS-APPLIED-COUNT to WS-LOG-K
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           if WS-MNT-ABORT-YES
               move 8 to return-code
           end-if.
       goback.

       verify-gtrnctl.
           open input GTRNCTL-FILE
           if WS-GTRNCTL-STATUS not = "00"
               continue
           else
               read GTRNCTL-FILE
                   at end move 0 to WS-CTL-COUNT WS-CTL-HASH
                   not at end
                       move GTRNCTL-COUNT to WS-CTL-COUNT
                       move GTRNCTL-HASH to WS-CTL-HASH
               end-read
               close GTRNCTL-FILE
               perform count-gradtran
               if not WS-MNT-ABORT-YES
                   if WS-TRAN-PRE-COUNT not = WS-CTL-COUNT
                           or WS-TRAN-HASH not = WS-CTL-HASH
                       display "Controle GRADTCTL en desaccord avec "
                           "GRADTRAN - maintenance interrompue."
                       move spaces to GMNRPT-REC
                       string "Controle GRADTCTL en desaccord avec "
                           delimited by size
                           "GRADTRAN - maintenance interrompue"
                           delimited by size
                           into GMNRPT-TEXT
                       end-string
                       write GMNRPT-REC
                       move "Y" to WS-MNT-ABORT
                   end-if
               end-if
           end-if.

       count-gradtran.
           move "N" to WS-FILE-EOF
           move 0 to WS-TRAN-PRE-COUNT
           move 0 to WS-TRAN-HASH
           open input GTRN-FILE
           if WS-GTRN-STATUS not = "00"
               display "Fichier GRADTRAN introuvable - "
                   "maintenance interrompue."
               move "Y" to WS-MNT-ABORT
           else
               perform until WS-FILE-EOF-YES
                   read GTRN-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           add 1 to WS-TRAN-PRE-COUNT
                           add GTRN-ID to WS-TRAN-HASH
                   end-read
               end-perform
               close GTRN-FILE
           end-if.

       load-terms.
           move "N" to WS-FILE-EOF
           open input TERMS-FILE
           if WS-TERMS-STATUS not = "00"
               display "Calendrier TERMS introuvable - "
                   "maintenance interrompue."
               move "Y" to WS-MNT-ABORT
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
                                   "maintenance interrompue: " TERM-CODE
                               move "Y" to WS-MNT-ABORT
                               move "Y" to WS-FILE-EOF
                           end-if
                   end-read
               end-perform
               close TERMS-FILE
           end-if.

       open-journal.
           open extend GJRN-FILE
           if WS-GJRN-STATUS not = "00"
               open output GJRN-FILE
           end-if
           if WS-GJRN-STATUS not = "00"
               display "Fichier GRADJRNL - ouverture impossible - "
                   "maintenance interrompue."
               move spaces to GMNRPT-REC
               string "Fichier GRADJRNL - ouverture impossible - "
                   delimited by size
                   "maintenance interrompue" delimited by size
                   into GMNRPT-TEXT
               end-string
               write GMNRPT-REC
               move "Y" to WS-MNT-ABORT
           else
               move "Y" to WS-JRNL-OPEN
           end-if.

       open-master.
           open i-o GRADMST-FILE
           if WS-GRADMST-STATUS not = "00"
               open output GRADMST-FILE
               if WS-GRADMST-STATUS = "00"
                   close GRADMST-FILE
                   open i-o GRADMST-FILE
               end-if
           end-if
           if WS-GRADMST-STATUS not = "00"
               display "Fichier GRADMST - ouverture impossible - "
                   "maintenance interrompue."
               move spaces to GMNRPT-REC
               string "Fichier GRADMST - ouverture impossible - "
                   delimited by size
                   "maintenance interrompue" delimited by size
                   into GMNRPT-TEXT
               end-string
               write GMNRPT-REC
               move "Y" to WS-MNT-ABORT
           end-if.

       apply-transactions.
           move "N" to WS-FILE-EOF
           open input GTRN-FILE
           if WS-GTRN-STATUS not = "00"
               display "Fichier GRADTRAN introuvable - "
                   "maintenance interrompue."
               move spaces to GMNRPT-REC
               string "Fichier GRADTRAN introuvable - "
                   delimited by size
                   "maintenance interrompue" delimited by size
                   into GMNRPT-TEXT
               end-string
               write GMNRPT-REC
               move "Y" to WS-MNT-ABORT
           else
               perform until WS-FILE-EOF-YES
                   read GTRN-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           add 1 to WS-TRAN-COUNT
                           perform apply-one-transaction
                   end-read
               end-perform
               close GTRN-FILE
           end-if.

       apply-one-transaction.
           move "APPLIQUEE" to WS-TRAN-STATE
           move spaces to WS-TRAN-REASON
           perform find-grade
           perform check-tran-user
           if WS-TRAN-STATE = "APPLIQUEE"
               perform check-tran-reason
           end-if
           if WS-TRAN-STATE = "APPLIQUEE"
               perform check-tran-term
           end-if
           if WS-TRAN-STATE = "APPLIQUEE"
               evaluate GTRN-ACTION
                   when "ADD"
                       perform apply-add
                   when "CHG"
                       perform apply-chg
                   when "DEL"
                       perform apply-del
                   when other
                       move "REJETEE" to WS-TRAN-STATE
                       move "Action inconnue" to WS-TRAN-REASON
               end-evaluate
           end-if
           if WS-TRAN-STATE = "APPLIQUEE"
               add 1 to WS-APPLIED-COUNT
               perform write-journal-entry
           else
               add 1 to WS-REJECT-COUNT
           end-if
           perform write-tran-line.

       find-grade.
           move "N" to WS-GRADE-FOUND
           move 0 to WS-BEF-ID
           move spaces to WS-BEF-COURSE
           move spaces to WS-BEF-TERM
           move 0 to WS-BEF-SCORE
           move GTRN-ID to GMST-ID
           move GTRN-COURSE to GMST-COURSE
           move GTRN-TERM to GMST-TERM
           read GRADMST-FILE
               invalid key continue
               not invalid key
                   move "Y" to WS-GRADE-FOUND
                   move GMST-KEY to WS-BEF-KEY
                   move GMST-SCORE to WS-BEF-SCORE
           end-read.

       check-tran-user.
           if GTRN-USER = spaces
               move "REJETEE" to WS-TRAN-STATE
               move "Operateur obligatoire" to WS-TRAN-REASON
               add 1 to WS-REJ-USER-COUNT
           end-if.

       check-tran-reason.
           if GTRN-REASON = spaces
               move "REJETEE" to WS-TRAN-STATE
               move "Code motif obligatoire" to WS-TRAN-REASON
           else
               if not GTRN-REASON-VALID
                   move "REJETEE" to WS-TRAN-STATE
                   move "Code motif inconnu" to WS-TRAN-REASON
               end-if
           end-if.

       check-tran-term.
           move 0 to WS-TERM-IDX
           if GTRN-TERM not = spaces
               perform varying I from 1 by 1 until I > WS-TERM-COUNT
                   if WS-TRM-CODE(I) = GTRN-TERM
                       move I to WS-TERM-IDX
                       move WS-TERM-COUNT to I
                   end-if
               end-perform
           end-if
           if WS-TERM-IDX = 0
               move "REJETEE" to WS-TRAN-STATE
               move "Session inconnue" to WS-TRAN-REASON
           else
               if WS-TRM-FLAG(WS-TERM-IDX) = "C"
                       and GTRN-REASON not = "APP"
                   move "REJETEE" to WS-TRAN-STATE
                   move "Session close - motif APP requis"
                       to WS-TRAN-REASON
               end-if
           end-if.

       check-tran-score.
           if GTRN-SCORE not numeric or GTRN-SCORE > 100
               move "REJETEE" to WS-TRAN-STATE
               move "Note invalide" to WS-TRAN-REASON
           end-if.

       apply-add.
           move GTRN-ID to WS-CHECK-ID
           call "CHECKDIG" using WS-CHECK-ID WS-CHECK-EXPECTED
               WS-CHECK-OK
           if not WS-CHECK-IS-OK
               move "REJETEE" to WS-TRAN-STATE
               move "Cle de controle invalide" to WS-TRAN-REASON
           else
               if WS-GRADE-FOUND-YES
                   move "REJETEE" to WS-TRAN-STATE
                   move "Note deja presente" to WS-TRAN-REASON
               else
                   if GTRN-COURSE = spaces
                       move "REJETEE" to WS-TRAN-STATE
                       move "Cours a blanc" to WS-TRAN-REASON
                   else
                       perform check-tran-score
                   end-if
                   if WS-TRAN-STATE = "APPLIQUEE"
                       move GTRN-ID to GMST-ID
                       move GTRN-COURSE to GMST-COURSE
                       move GTRN-TERM to GMST-TERM
                       move GTRN-SCORE to GMST-SCORE
                       move WS-SYS-DATE to GMST-UPD-DATE
                       move GTRN-REASON to GMST-REASON
                       move GTRN-USER to GMST-USER
                       write GRADMST-REC
                           invalid key
                               move "REJETEE" to WS-TRAN-STATE
                               move "Ecriture maitre impossible"
                                   to WS-TRAN-REASON
                       end-write
                   end-if
               end-if
           end-if.

       apply-chg.
           if not WS-GRADE-FOUND-YES
               move "REJETEE" to WS-TRAN-STATE
               move "Note inconnue" to WS-TRAN-REASON
           else
               perform check-tran-score
               if WS-TRAN-STATE = "APPLIQUEE"
                   if GTRN-SCORE = GMST-SCORE
                       move "REJETEE" to WS-TRAN-STATE
                       move "Note inchangee" to WS-TRAN-REASON
                   else
                       move GTRN-SCORE to GMST-SCORE
                       move WS-SYS-DATE to GMST-UPD-DATE
                       move GTRN-REASON to GMST-REASON
                       move GTRN-USER to GMST-USER
                       rewrite GRADMST-REC
                           invalid key
                               move "REJETEE" to WS-TRAN-STATE
                               move "Reecriture maitre impossible"
                                   to WS-TRAN-REASON
                       end-rewrite
                   end-if
               end-if
           end-if.

       apply-del.
           if not WS-GRADE-FOUND-YES
               move "REJETEE" to WS-TRAN-STATE
               move "Note inconnue" to WS-TRAN-REASON
           else
               delete GRADMST-FILE record
                   invalid key
                       move "REJETEE" to WS-TRAN-STATE
                       move "Suppression maitre impossible"
                           to WS-TRAN-REASON
               end-delete
           end-if.

       write-journal-entry.
           move spaces to GJRN-REC
           move WS-SYS-DATE to GJRN-DATE
           move GTRN-ACTION to GJRN-ACTION
           move GTRN-REASON to GJRN-REASON
           move GTRN-USER to GJRN-USER
           move WS-BEF-ID to GJRN-BEF-ID
           move WS-BEF-COURSE to GJRN-BEF-COURSE
           move WS-BEF-TERM to GJRN-BEF-TERM
           move WS-BEF-SCORE to GJRN-BEF-SCORE
           if GTRN-ACTION = "DEL"
               move 0 to GJRN-AFT-ID
               move spaces to GJRN-AFT-COURSE
               move spaces to GJRN-AFT-TERM
               move 0 to GJRN-AFT-SCORE
           else
               move GMST-ID to GJRN-AFT-ID
               move GMST-COURSE to GJRN-AFT-COURSE
               move GMST-TERM to GJRN-AFT-TERM
               move GMST-SCORE to GJRN-AFT-SCORE
           end-if
           write GJRN-REC.

       write-tran-line.
           move GTRN-ID to WS-RPT-ID
           move WS-BEF-SCORE to WS-RPT-OLD
           move 0 to WS-RPT-NEW
           if GTRN-SCORE is numeric
               move GTRN-SCORE to WS-RPT-NEW
           end-if
           move spaces to GMNRPT-REC
           string GTRN-ACTION delimited by size
               " " delimited by size
               WS-RPT-ID delimited by size
               " " delimited by size
               GTRN-COURSE delimited by size
               " " delimited by size
               GTRN-TERM delimited by size
               " avant " delimited by size
               WS-RPT-OLD delimited by size
               " apres " delimited by size
               WS-RPT-NEW delimited by size
               " " delimited by size
               GTRN-REASON delimited by size
               " " delimited by size
               GTRN-USER delimited by size
               " " delimited by size
               WS-TRAN-STATE delimited by size
               " " delimited by size
               WS-TRAN-REASON delimited by size
               into GMNRPT-TEXT
           end-string
           write GMNRPT-REC.

       write-report-totals.
           move WS-TRAN-COUNT to WS-RPT-COUNT
           move spaces to GMNRPT-REC
           string "Transactions lues: " delimited by size
               WS-RPT-COUNT delimited by size
               into GMNRPT-TEXT
           end-string
           write GMNRPT-REC
           move WS-APPLIED-COUNT to WS-RPT-COUNT
           move spaces to GMNRPT-REC
           string "Transactions appliquees: " delimited by size
               WS-RPT-COUNT delimited by size
               into GMNRPT-TEXT
           end-string
           write GMNRPT-REC
           move WS-REJECT-COUNT to WS-RPT-COUNT
           move spaces to GMNRPT-REC
           string "Transactions rejetees: " delimited by size
               WS-RPT-COUNT delimited by size
               into GMNRPT-TEXT
           end-string
           write GMNRPT-REC
           move WS-REJ-USER-COUNT to WS-RPT-COUNT
           move spaces to GMNRPT-REC
           string "  dont operateur absent: " delimited by size
               WS-RPT-COUNT delimited by size
               into GMNRPT-TEXT
           end-string
           write GMNRPT-REC.
