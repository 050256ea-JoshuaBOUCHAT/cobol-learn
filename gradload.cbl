       identification division.
       program-id. GRADLOAD.
       environment division.
       input-output section.
       file-control.
           select GRADVAL-FILE assign to "GRADVAL"
               organization is line sequential
               file status is WS-GRADVAL-STATUS.
           select GRADMST-FILE assign to "GRADMST"
               organization is indexed
               access mode is dynamic
               record key is GMST-KEY
               file status is WS-GRADMST-STATUS.
           select GJRN-FILE assign to "GRADJRNL"
               organization is line sequential
               file status is WS-GJRN-STATUS.
           select GLDRPT-FILE assign to "GRADLRPT"
               organization is line sequential
               file status is WS-GLDRPT-STATUS.
       data division.
       file section.
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

       fd GLDRPT-FILE.
       01 GLDRPT-REC.
           05 GLDRPT-TEXT PIC X(80).

       working-storage section.
       01 WS-GRADVAL-STATUS PIC XX VALUE "00".
       01 WS-GRADMST-STATUS PIC XX VALUE "00".
       01 WS-GJRN-STATUS PIC XX VALUE "00".
       01 WS-GLDRPT-STATUS PIC XX VALUE "00".

       01 WS-SYS-DATE PIC 9(8) VALUE 0.
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-ADD-COUNT PIC 9(6) VALUE 0.
       01 WS-SAME-COUNT PIC 9(6) VALUE 0.
       01 WS-MAINT-COUNT PIC 9(6) VALUE 0.
       01 WS-CONFLICT-COUNT PIC 9(6) VALUE 0.
       01 WS-DELETED-COUNT PIC 9(6) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(6) VALUE 0.

       01 WS-DEL-COUNT PIC 9(5) VALUE 0.
       01 WS-DEL-TABLE.
           05 WS-DEL-KEY PIC X(22) OCCURS 20000 TIMES.
       01 WS-CUR-KEY PIC X(22) VALUE SPACES.

       01 WS-RPT-COUNT PIC ZZZZZ9.
       01 WS-RPT-ID PIC 9(8).
       01 WS-RPT-OLD PIC ZZ9.
       01 WS-RPT-NEW PIC ZZ9.

       01 WS-LOG-PROGRAM PIC X(10) VALUE "GRADLOAD".
       01 WS-LOG-N PIC 9(8) VALUE 0.
       01 WS-LOG-K PIC 9(8) VALUE 0.
       01 WS-LOG-RESULT PIC X(40) VALUE SPACES.
       01 WS-LOG-EVENT PIC X(5) VALUE SPACES.

       local-storage section.
       01 I PIC 9(5) VALUE 0.
       01 WS-FILE-EOF PIC X VALUE "N".
           88 WS-FILE-EOF-YES VALUE "Y".
       01 WS-LOAD-ABORT PIC X VALUE "N".
           88 WS-LOAD-ABORT-YES VALUE "Y".
       01 WS-DEL-FOUND PIC X VALUE "N".
           88 WS-DEL-FOUND-YES VALUE "Y".
       01 WS-JRNL-OPEN PIC X VALUE "N".
           88 WS-JRNL-OPEN-YES VALUE "Y".

       procedure division.
           move "DEBUT" to WS-LOG-EVENT
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           move "FIN" to WS-LOG-EVENT
           accept WS-SYS-DATE from date yyyymmdd
           open output GLDRPT-FILE
           if WS-GLDRPT-STATUS not = "00"
               display "Fichier GRADLRPT - creation impossible - "
                   "chargement interrompu."
               move "Y" to WS-LOAD-ABORT
           else
               move spaces to GLDRPT-REC
               string "Chargement du maitre des notes"
                   delimited by size
                   into GLDRPT-TEXT
               end-string
               write GLDRPT-REC
               perform load-deleted-keys
               if not WS-LOAD-ABORT-YES
                   perform open-journal
               end-if
               if not WS-LOAD-ABORT-YES
                   perform open-master
               end-if
               if not WS-LOAD-ABORT-YES
                   perform merge-gradval
                   close GRADMST-FILE
               end-if
               if not WS-LOAD-ABORT-YES
                   perform write-load-totals
               end-if
               if WS-JRNL-OPEN-YES
                   close GJRN-FILE
               end-if
               close GLDRPT-FILE
           end-if

           if WS-LOAD-ABORT-YES
               move "Chargement notes interrompu" to WS-LOG-RESULT
           else
               move spaces to WS-LOG-RESULT
               string "Ajout=" delimited by size
                   WS-ADD-COUNT delimited by size
                   " Conflits=" delimited by size
                   WS-CONFLICT-COUNT delimited by size
                   into WS-LOG-RESULT
               end-string
           end-if
           move WS-READ-COUNT to WS-LOG-N
           move WS-ADD-COUNT to WS-LOG-K
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           if WS-LOAD-ABORT-YES
               move 8 to return-code
           else
               if WS-CONFLICT-COUNT > 0 or WS-ERROR-COUNT > 0
                   move 4 to return-code
               end-if
           end-if.
       goback.

       load-deleted-keys.
           move "N" to WS-FILE-EOF
           open input GJRN-FILE
           if WS-GJRN-STATUS = "00"
               perform until WS-FILE-EOF-YES
                   read GJRN-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           if GJRN-ACTION = "DEL"
                                   and GJRN-REASON not = "PRG"
                               perform store-deleted-key
                           end-if
                   end-read
               end-perform
               close GJRN-FILE
           end-if.

       store-deleted-key.
           if WS-DEL-COUNT < 20000
               add 1 to WS-DEL-COUNT
               move GJRN-BEF-KEY to WS-DEL-KEY(WS-DEL-COUNT)
           else
               display "Table des cles supprimees pleine - "
                   "chargement interrompu."
               move spaces to GLDRPT-REC
               string "Table des cles supprimees pleine - "
                   delimited by size
                   "chargement interrompu" delimited by size
                   into GLDRPT-TEXT
               end-string
               write GLDRPT-REC
               move "Y" to WS-LOAD-ABORT
               move "Y" to WS-FILE-EOF
           end-if.

       open-journal.
           open extend GJRN-FILE
           if WS-GJRN-STATUS not = "00"
               open output GJRN-FILE
           end-if
           if WS-GJRN-STATUS not = "00"
               display "Fichier GRADJRNL - ouverture impossible - "
                   "chargement interrompu."
               move spaces to GLDRPT-REC
               string "Fichier GRADJRNL - ouverture impossible - "
                   delimited by size
                   "chargement interrompu" delimited by size
                   into GLDRPT-TEXT
               end-string
               write GLDRPT-REC
               move "Y" to WS-LOAD-ABORT
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
                   "chargement interrompu."
               move spaces to GLDRPT-REC
               string "Fichier GRADMST - ouverture impossible - "
                   delimited by size
                   "chargement interrompu" delimited by size
                   into GLDRPT-TEXT
               end-string
               write GLDRPT-REC
               move "Y" to WS-LOAD-ABORT
           end-if.

       merge-gradval.
           move "N" to WS-FILE-EOF
           open input GRADVAL-FILE
           if WS-GRADVAL-STATUS not = "00"
               display "Fichier GRADVAL introuvable - "
                   "chargement interrompu."
               move "Y" to WS-LOAD-ABORT
           else
               perform until WS-FILE-EOF-YES
                   read GRADVAL-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           add 1 to WS-READ-COUNT
                           perform merge-one-grade
                   end-read
               end-perform
               close GRADVAL-FILE
           end-if.

       merge-one-grade.
           move GRADVAL-ID to GMST-ID
           move GRADVAL-COURSE to GMST-COURSE
           move GRADVAL-TERM to GMST-TERM
           read GRADMST-FILE
               invalid key
                   perform add-new-grade
               not invalid key
                   if GMST-SCORE = GRADVAL-SCORE
                       add 1 to WS-SAME-COUNT
                   else
                       if GMST-REASON = "SAI"
                           add 1 to WS-CONFLICT-COUNT
                           perform write-conflict-line
                       else
                           add 1 to WS-MAINT-COUNT
                       end-if
                   end-if
           end-read.

       add-new-grade.
           move GMST-KEY to WS-CUR-KEY
           perform find-deleted-key
           if WS-DEL-FOUND-YES
               add 1 to WS-DELETED-COUNT
           else
               move GRADVAL-ID to GMST-ID
               move GRADVAL-COURSE to GMST-COURSE
               move GRADVAL-TERM to GMST-TERM
               move GRADVAL-SCORE to GMST-SCORE
               move WS-SYS-DATE to GMST-UPD-DATE
               move "SAI" to GMST-REASON
               move "GRADLOAD" to GMST-USER
               write GRADMST-REC
                   invalid key
                       perform write-error-line
                   not invalid key
                       add 1 to WS-ADD-COUNT
                       perform write-journal-entry
               end-write
           end-if.

       find-deleted-key.
           move "N" to WS-DEL-FOUND
           perform varying I from 1 by 1 until I > WS-DEL-COUNT
               if WS-DEL-KEY(I) = WS-CUR-KEY
                   move "Y" to WS-DEL-FOUND
                   move WS-DEL-COUNT to I
               end-if
           end-perform.

       write-journal-entry.
           move spaces to GJRN-REC
           move WS-SYS-DATE to GJRN-DATE
           move "ADD" to GJRN-ACTION
           move GMST-REASON to GJRN-REASON
           move GMST-USER to GJRN-USER
           move 0 to GJRN-BEF-ID
           move spaces to GJRN-BEF-COURSE
           move spaces to GJRN-BEF-TERM
           move 0 to GJRN-BEF-SCORE
           move GMST-ID to GJRN-AFT-ID
           move GMST-COURSE to GJRN-AFT-COURSE
           move GMST-TERM to GJRN-AFT-TERM
           move GMST-SCORE to GJRN-AFT-SCORE
           write GJRN-REC.

       write-error-line.
           add 1 to WS-ERROR-COUNT
           move GRADVAL-ID to WS-RPT-ID
           move spaces to GLDRPT-REC
           string "Ecriture maitre impossible: " delimited by size
               WS-RPT-ID delimited by size
               " " delimited by size
               GRADVAL-COURSE delimited by size
               " " delimited by size
               GRADVAL-TERM delimited by size
               into GLDRPT-TEXT
           end-string
           write GLDRPT-REC.

       write-conflict-line.
           move GMST-ID to WS-RPT-ID
           move GMST-SCORE to WS-RPT-OLD
           move GRADVAL-SCORE to WS-RPT-NEW
           move spaces to GLDRPT-REC
           string "Conflit " delimited by size
               WS-RPT-ID delimited by size
               " " delimited by size
               GMST-COURSE delimited by size
               " " delimited by size
               GMST-TERM delimited by size
               " maitre " delimited by size
               WS-RPT-OLD delimited by size
               " GRADVAL " delimited by size
               WS-RPT-NEW delimited by size
               " - a traiter par GRADMNT" delimited by size
               into GLDRPT-TEXT
           end-string
           write GLDRPT-REC.

       write-load-totals.
           move WS-READ-COUNT to WS-RPT-COUNT
           move spaces to GLDRPT-REC
           string "Notes GRADVAL lues: " delimited by size
               WS-RPT-COUNT delimited by size
               into GLDRPT-TEXT
           end-string
           write GLDRPT-REC
           move WS-ADD-COUNT to WS-RPT-COUNT
           move spaces to GLDRPT-REC
           string "Notes ajoutees au maitre: " delimited by size
               WS-RPT-COUNT delimited by size
               into GLDRPT-TEXT
           end-string
           write GLDRPT-REC
           move WS-SAME-COUNT to WS-RPT-COUNT
           move spaces to GLDRPT-REC
           string "Notes deja presentes: " delimited by size
               WS-RPT-COUNT delimited by size
               into GLDRPT-TEXT
           end-string
           write GLDRPT-REC
           move WS-MAINT-COUNT to WS-RPT-COUNT
           move spaces to GLDRPT-REC
           string "Notes corrigees par GRADMNT (maitre conserve): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into GLDRPT-TEXT
           end-string
           write GLDRPT-REC
           move WS-DELETED-COUNT to WS-RPT-COUNT
           move spaces to GLDRPT-REC
           string "Notes supprimees par GRADMNT (ignorees): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into GLDRPT-TEXT
           end-string
           write GLDRPT-REC
           move WS-CONFLICT-COUNT to WS-RPT-COUNT
           move spaces to GLDRPT-REC
           string "Conflits de note: " delimited by size
               WS-RPT-COUNT delimited by size
               into GLDRPT-TEXT
           end-string
           write GLDRPT-REC
           move WS-ERROR-COUNT to WS-RPT-COUNT
           move spaces to GLDRPT-REC
           string "Ecritures en erreur: " delimited by size
               WS-RPT-COUNT delimited by size
               into GLDRPT-TEXT
           end-string
           write GLDRPT-REC.
