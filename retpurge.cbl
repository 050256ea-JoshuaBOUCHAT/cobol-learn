       identification division.
       program-id. RETPURGE.
       environment division.
       input-output section.
       file-control.
           select PURGPARM-FILE assign to "PURGPARM"
               organization is line sequential
               file status is WS-PURGPARM-STATUS.
           select ROSTMST-FILE assign to "ROSTMST"
               organization is indexed
               access mode is dynamic
               record key is MST-ID
               file status is WS-ROSTMST-STATUS.
           select ROSTHIST-FILE assign to "ROSTHIST"
               organization is indexed
               access mode is dynamic
               record key is HST-ID
               file status is WS-ROSTHIST-STATUS.
           select GRADMST-FILE assign to "GRADMST"
               organization is indexed
               access mode is dynamic
               record key is GMST-KEY
               file status is WS-GRADMST-STATUS.
           select GRADHIST-FILE assign to "GRADHIST"
               organization is indexed
               access mode is dynamic
               record key is GHST-KEY
               file status is WS-GRADHIST-STATUS.
           select REGISTR-FILE assign to "REGISTR"
               organization is indexed
               access mode is dynamic
               record key is REG-KEY
               file status is WS-REGISTR-STATUS.
           select ACCTLDG-FILE assign to "ACCTLDG"
               organization is indexed
               access mode is dynamic
               record key is LDG-KEY
               file status is WS-ACCTLDG-STATUS.
           select ACCTHIST-FILE assign to "ACCTHIST"
               organization is indexed
               access mode is dynamic
               record key is AHST-KEY
               file status is WS-ACCTHIST-STATUS.
           select JRNL-FILE assign to "ROSTJRNL"
               organization is line sequential
               file status is WS-JRNL-STATUS.
           select GJRN-FILE assign to "GRADJRNL"
               organization is line sequential
               file status is WS-GJRN-STATUS.
           select GRADVAL-FILE assign to "GRADVAL"
               organization is line sequential
               file status is WS-GRADVAL-STATUS.
           select GRADES-FILE assign to "GRADES"
               organization is line sequential
               file status is WS-GRADES-STATUS.
           select GRADCTL-FILE assign to "GRADCTL"
               organization is line sequential
               file status is WS-GRADCTL-STATUS.
           select PRGWRK-FILE assign to "PRGWRK"
               organization is line sequential
               file status is WS-PRGWRK-STATUS.
           select ROSTNEW-FILE assign to "ROSTNEW"
               organization is line sequential
               file status is WS-ROSTNEW-STATUS.
           select ROSTNCTL-FILE assign to "ROSTNCTL"
               organization is line sequential
               file status is WS-ROSTNCTL-STATUS.
           select PURGRPT-FILE assign to "PURGRPT"
               organization is line sequential
               file status is WS-PURGRPT-STATUS.
           select PURGCTL-FILE assign to "PURGCTL"
               organization is line sequential
               file status is WS-PURGCTL-STATUS.
       data division.
       file section.
       fd PURGPARM-FILE.
       01 PURGPARM-REC.
           05 PRGP-RETENTION PIC 9(5).
           05 FILLER PIC X.
           05 PRGP-MODE PIC X.
           05 FILLER PIC X.
           05 PRGP-DATE PIC 9(8).

       fd ROSTMST-FILE.
       01 ROSTMST-REC.
           05 MST-NAME PIC X(25).
           05 MST-SURNAME PIC X(25).
           05 MST-ID PIC 9(8).
           05 MST-STATUS PIC X.
           05 MST-ADM-DATE PIC 9(8).
           05 MST-WDR-DATE PIC 9(8).

       fd ROSTHIST-FILE.
       01 ROSTHIST-REC.
           05 HST-NAME PIC X(25).
           05 HST-SURNAME PIC X(25).
           05 HST-ID PIC 9(8).
           05 HST-STATUS PIC X.
           05 HST-ADM-DATE PIC 9(8).
           05 HST-WDR-DATE PIC 9(8).
           05 HST-PURGE-DATE PIC 9(8).

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

       fd REGISTR-FILE.
       01 REGISTR-REC.
           05 REG-KEY.
               10 REG-ID PIC 9(8).
               10 REG-COURSE PIC X(8).
               10 REG-TERM PIC X(6).
           05 REG-DATE PIC 9(8).
           05 REG-STATUS PIC X.

       fd ACCTLDG-FILE.
       01 ACCTLDG-REC.
           05 LDG-KEY.
               10 LDG-ID PIC 9(8).
               10 LDG-TERM PIC X(6).
               10 LDG-TYPE PIC X.
               10 LDG-REF PIC X(8).
           05 LDG-DATE PIC 9(8).
           05 LDG-AMOUNT PIC 9(7)V99.
           05 LDG-LABEL PIC X(30).

       fd ACCTHIST-FILE.
       01 ACCTHIST-REC.
           05 AHST-KEY.
               10 AHST-ID PIC 9(8).
               10 AHST-TERM PIC X(6).
               10 AHST-TYPE PIC X.
               10 AHST-REF PIC X(8).
           05 AHST-DATE PIC 9(8).
           05 AHST-AMOUNT PIC 9(7)V99.
           05 AHST-LABEL PIC X(30).
           05 AHST-PURGE-DATE PIC 9(8).

       fd JRNL-FILE.
       01 JRNL-REC.
           05 JRNL-DATE PIC 9(8).
           05 FILLER PIC X.
           05 JRNL-ACTION PIC X(3).
           05 FILLER PIC X.
           05 JRNL-BEF.
               10 JRNL-BEF-NAME PIC X(25).
               10 JRNL-BEF-SURNAME PIC X(25).
               10 JRNL-BEF-ID PIC 9(8).
               10 JRNL-BEF-STATUS PIC X.
               10 JRNL-BEF-ADM-DATE PIC 9(8).
               10 JRNL-BEF-WDR-DATE PIC 9(8).
           05 FILLER PIC X.
           05 JRNL-AFT.
               10 JRNL-AFT-NAME PIC X(25).
               10 JRNL-AFT-SURNAME PIC X(25).
               10 JRNL-AFT-ID PIC 9(8).
               10 JRNL-AFT-STATUS PIC X.
               10 JRNL-AFT-ADM-DATE PIC 9(8).
               10 JRNL-AFT-WDR-DATE PIC 9(8).
           05 FILLER PIC X.
           05 JRNL-OPER PIC X(8).

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

       fd GRADVAL-FILE.
       01 GRADVAL-REC.
           05 GRADVAL-ID PIC 9(8).
           05 FILLER PIC X.
           05 GRADVAL-COURSE PIC X(8).
           05 FILLER PIC X.
           05 GRADVAL-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 GRADVAL-TERM PIC X(6).

       fd GRADES-FILE.
       01 GRADES-REC.
           05 GRADE-ID PIC 9(8).
           05 FILLER PIC X.
           05 GRADE-COURSE PIC X(8).
           05 FILLER PIC X.
           05 GRADE-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 GRADE-TERM PIC X(6).

       fd GRADCTL-FILE.
       01 GRADCTL-REC.
           05 GRADCTL-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 GRADCTL-HASH PIC 9(12).
           05 FILLER PIC X.
           05 GRADCTL-DATE PIC 9(8).

       fd PRGWRK-FILE.
       01 PRGWRK-REC.
           05 WRK-ID PIC 9(8).
           05 FILLER PIC X.
           05 WRK-COURSE PIC X(8).
           05 FILLER PIC X.
           05 WRK-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 WRK-TERM PIC X(6).

       fd ROSTNEW-FILE.
       01 ROSTNEW-REC.
           05 ROSTNEW-NAME PIC X(25).
           05 ROSTNEW-SURNAME PIC X(25).
           05 ROSTNEW-ID PIC 9(8).
           05 ROSTNEW-STATUS PIC X.
           05 ROSTNEW-ADM-DATE PIC 9(8).
           05 ROSTNEW-WDR-DATE PIC 9(8).

       fd ROSTNCTL-FILE.
       01 ROSTNCTL-REC.
           05 ROSTNCTL-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 ROSTNCTL-HASH PIC 9(12).
           05 FILLER PIC X.
           05 ROSTNCTL-DATE PIC 9(8).

       fd PURGRPT-FILE.
       01 PURGRPT-REC.
           05 PURGRPT-TEXT PIC X(132).

       fd PURGCTL-FILE.
       01 PURGCTL-REC.
           05 PURGCTL-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 PURGCTL-HASH PIC 9(12).
           05 FILLER PIC X.
           05 PURGCTL-DATE PIC 9(8).

       working-storage section.
       01 WS-PURGPARM-STATUS PIC XX VALUE "00".
       01 WS-ROSTMST-STATUS PIC XX VALUE "00".
       01 WS-ROSTHIST-STATUS PIC XX VALUE "00".
       01 WS-GRADMST-STATUS PIC XX VALUE "00".
       01 WS-GRADHIST-STATUS PIC XX VALUE "00".
       01 WS-REGISTR-STATUS PIC XX VALUE "00".
       01 WS-ACCTLDG-STATUS PIC XX VALUE "00".
       01 WS-ACCTHIST-STATUS PIC XX VALUE "00".
       01 WS-JRNL-STATUS PIC XX VALUE "00".
       01 WS-GJRN-STATUS PIC XX VALUE "00".
       01 WS-GRADVAL-STATUS PIC XX VALUE "00".
       01 WS-GRADES-STATUS PIC XX VALUE "00".
       01 WS-GRADCTL-STATUS PIC XX VALUE "00".
       01 WS-PRGWRK-STATUS PIC XX VALUE "00".
       01 WS-ROSTNEW-STATUS PIC XX VALUE "00".
       01 WS-ROSTNCTL-STATUS PIC XX VALUE "00".
       01 WS-PURGRPT-STATUS PIC XX VALUE "00".
       01 WS-PURGCTL-STATUS PIC XX VALUE "00".

       01 WS-SYS-DATE PIC 9(8) VALUE 0.
       01 WS-REF-DATE PIC 9(8) VALUE 0.
       01 WS-RETENTION PIC 9(5) VALUE 0.
       01 WS-PURGE-MODE PIC X VALUE "S".
           88 WS-PURGE-MODE-REAL VALUE "P".
       01 WS-REF-DAYS PIC 9(8) VALUE 0.
       01 WS-WDR-DAYS PIC 9(8) VALUE 0.
       01 WS-ELAPSED PIC S9(8) VALUE 0.

       01 WS-PRG-COUNT PIC 9(4) VALUE 0.
       01 WS-PRG-TABLE.
           02 WS-PRG-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PRG-COUNT
                   ASCENDING KEY IS WS-PRG-ID
                   INDEXED BY WS-PRG-IX.
               03 WS-PRG-ID PIC 9(8).
               03 WS-PRG-NAME PIC X(25).
               03 WS-PRG-SURNAME PIC X(25).
               03 WS-PRG-WDR-DATE PIC 9(8).
               03 WS-PRG-GRADES PIC 9(4).

       01 WS-HOLD-COUNT PIC 9(4) VALUE 0.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 5000 TIMES.
               10 WS-HOLD-ID PIC 9(8).
               10 WS-HOLD-NAME PIC X(25).
               10 WS-HOLD-SURNAME PIC X(25).
               10 WS-HOLD-BALANCE PIC S9(8)V99.
       01 WS-PRG-BALANCE PIC S9(8)V99 VALUE 0.
       01 WS-OPEN-STEP PIC 9 VALUE 0.

       01 WS-MST-READ PIC 9(6) VALUE 0.
       01 WS-MASTER-COUNT PIC 9(6) VALUE 0.
       01 WS-NEW-HASH PIC 9(12) VALUE 0.
       01 WS-PRG-HASH PIC 9(12) VALUE 0.
       01 WS-ROST-ARCHIVED PIC 9(6) VALUE 0.
       01 WS-GMST-ARCHIVED PIC 9(6) VALUE 0.
       01 WS-GVAL-ARCHIVED PIC 9(6) VALUE 0.
       01 WS-GVAL-REMOVED PIC 9(6) VALUE 0.
       01 WS-GVAL-KEPT PIC 9(6) VALUE 0.
       01 WS-GRAW-REMOVED PIC 9(6) VALUE 0.
       01 WS-GRAW-KEPT PIC 9(6) VALUE 0.
       01 WS-GRAW-HASH PIC 9(12) VALUE 0.
       01 WS-REG-REMOVED PIC 9(6) VALUE 0.
       01 WS-LDG-ARCHIVED PIC 9(6) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(6) VALUE 0.
       01 WS-CUR-ID PIC 9(8) VALUE 0.

       01 WS-RPT-COUNT PIC ZZZZZ9.
       01 WS-RPT-ID PIC 9(8).
       01 WS-RPT-CT PIC ZZZ9.
       01 WS-RPT-DAYS PIC ZZZZ9.
       01 WS-RPT-HASH PIC Z(11)9.
       01 WS-RPT-BALANCE PIC -(7)9.99.

       01 WS-LOG-PROGRAM PIC X(10) VALUE "RETPURGE".
       01 WS-LOG-N PIC 9(8) VALUE 0.
       01 WS-LOG-K PIC 9(8) VALUE 0.
       01 WS-LOG-RESULT PIC X(40) VALUE SPACES.
       01 WS-LOG-EVENT PIC X(5) VALUE SPACES.

       local-storage section.
       01 I PIC 9(4) VALUE 0.
       01 J PIC 9(4) VALUE 0.
       01 WS-FILE-EOF PIC X VALUE "N".
           88 WS-FILE-EOF-YES VALUE "Y".
       01 WS-PRG-ABORT PIC X VALUE "N".
           88 WS-PRG-ABORT-YES VALUE "Y".
       01 WS-ID-PURGED PIC X VALUE "N".
           88 WS-ID-PURGED-YES VALUE "Y".
       01 WS-GMST-AVAIL PIC X VALUE "N".
           88 WS-GMST-AVAIL-YES VALUE "Y".
       01 WS-LDG-AVAIL PIC X VALUE "N".
           88 WS-LDG-AVAIL-YES VALUE "Y".
       01 WS-GCTL-DONE PIC X VALUE "N".
           88 WS-GCTL-DONE-YES VALUE "Y".

       procedure division.
           move "DEBUT" to WS-LOG-EVENT
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           move "FIN" to WS-LOG-EVENT
           accept WS-SYS-DATE from date yyyymmdd
           perform read-purgparm
           if not WS-PRG-ABORT-YES
               perform open-purge-register
           end-if
           if not WS-PRG-ABORT-YES
               perform select-candidates
           end-if
           if not WS-PRG-ABORT-YES
               perform hold-unsettled-accounts
               perform count-candidate-grades
               if WS-PURGE-MODE-REAL and WS-PRG-COUNT > 0
                   perform open-purge-files
                   if not WS-PRG-ABORT-YES
                       perform archive-roster
                       perform archive-grade-master
                       perform archive-ledger
                       perform purge-gradval
                       perform purge-grades
                       perform purge-registrations
                       perform write-new-master
                   end-if
               end-if
               perform write-purge-register
               perform write-purgctl
               close PURGRPT-FILE
           end-if

           if WS-PRG-ABORT-YES
               move "Purge interrompue" to WS-LOG-RESULT
           else
               move spaces to WS-LOG-RESULT
               if WS-PURGE-MODE-REAL
                   string "Purges=" delimited by size
                       WS-PRG-COUNT delimited by size
                       " Notes=" delimited by size
                       WS-GMST-ARCHIVED delimited by size
                       into WS-LOG-RESULT
                   end-string
               else
                   string "Simulation candidats=" delimited by size
                       WS-PRG-COUNT delimited by size
                       into WS-LOG-RESULT
                   end-string
               end-if
           end-if
           move WS-MST-READ to WS-LOG-N
           move WS-PRG-COUNT to WS-LOG-K
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           if WS-PRG-ABORT-YES
               move 8 to return-code
           else
               if WS-ERROR-COUNT > 0
                   move 4 to return-code
               end-if
           end-if.
       goback.

       read-purgparm.
           move WS-SYS-DATE to WS-REF-DATE
           open input PURGPARM-FILE
           if WS-PURGPARM-STATUS not = "00"
               display "Parametre PURGPARM introuvable - "
                   "purge interrompue."
               move "Y" to WS-PRG-ABORT
           else
               read PURGPARM-FILE
                   at end
                       display "Parametre PURGPARM vide - "
                           "purge interrompue."
                       move "Y" to WS-PRG-ABORT
                   not at end
                       if PRGP-RETENTION is numeric
                               and PRGP-RETENTION > 0
                           move PRGP-RETENTION to WS-RETENTION
                       else
                           display "Duree de conservation invalide - "
                               "purge interrompue."
                           move "Y" to WS-PRG-ABORT
                       end-if
                       if PRGP-MODE = "P"
                           move "P" to WS-PURGE-MODE
                       end-if
                       if PRGP-DATE is numeric and PRGP-DATE > 0
                           move PRGP-DATE to WS-REF-DATE
                       end-if
               end-read
               close PURGPARM-FILE
           end-if
           if not WS-PRG-ABORT-YES
               compute WS-REF-DAYS =
                   function integer-of-date(WS-REF-DATE)
               if WS-PURGE-MODE-REAL
                   display "Purge reelle - conservation "
                       WS-RETENTION " jours au " WS-REF-DATE
               else
                   display "Simulation - conservation "
                       WS-RETENTION " jours au " WS-REF-DATE
               end-if
           end-if.

       open-purge-register.
           open output PURGRPT-FILE
           if WS-PURGRPT-STATUS not = "00"
               display "Fichier PURGRPT - creation impossible - "
                   "purge interrompue."
               move "Y" to WS-PRG-ABORT
           else
               move WS-RETENTION to WS-RPT-DAYS
               move spaces to PURGRPT-REC
               if WS-PURGE-MODE-REAL
                   string "Registre de purge au " delimited by size
                       WS-REF-DATE delimited by size
                       " - conservation " delimited by size
                       WS-RPT-DAYS delimited by size
                       " jours" delimited by size
                       into PURGRPT-TEXT
                   end-string
               else
                   string "Registre de purge (SIMULATION) au "
                       delimited by size
                       WS-REF-DATE delimited by size
                       " - conservation " delimited by size
                       WS-RPT-DAYS delimited by size
                       " jours" delimited by size
                       into PURGRPT-TEXT
                   end-string
               end-if
               write PURGRPT-REC
           end-if.

       select-candidates.
           move "N" to WS-FILE-EOF
           open input ROSTMST-FILE
           if WS-ROSTMST-STATUS not = "00"
               display "Fichier ROSTMST introuvable - "
                   "purge interrompue."
               move "Y" to WS-PRG-ABORT
               close PURGRPT-FILE
           else
               move 0 to MST-ID
               start ROSTMST-FILE key not < MST-ID
                   invalid key move "Y" to WS-FILE-EOF
               end-start
               perform until WS-FILE-EOF-YES
                   read ROSTMST-FILE next record
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           add 1 to WS-MST-READ
                           perform check-candidate
                   end-read
               end-perform
               close ROSTMST-FILE
           end-if.

       check-candidate.
           if MST-STATUS = "W" and MST-WDR-DATE is numeric
                   and MST-WDR-DATE > 0
               compute WS-WDR-DAYS =
                   function integer-of-date(MST-WDR-DATE)
               compute WS-ELAPSED = WS-REF-DAYS - WS-WDR-DAYS
               if WS-ELAPSED > WS-RETENTION
                   if WS-PRG-COUNT < 5000
                       add 1 to WS-PRG-COUNT
                       move MST-ID to WS-PRG-ID(WS-PRG-COUNT)
                       move MST-NAME to WS-PRG-NAME(WS-PRG-COUNT)
                       move MST-SURNAME
                           to WS-PRG-SURNAME(WS-PRG-COUNT)
                       move MST-WDR-DATE
                           to WS-PRG-WDR-DATE(WS-PRG-COUNT)
                       move 0 to WS-PRG-GRADES(WS-PRG-COUNT)
                       add MST-ID to WS-PRG-HASH
                   else
                       display "Table de purge saturee - ID reporte: "
                           MST-ID
                   end-if
               end-if
           end-if.

       count-candidate-grades.
           open input GRADMST-FILE
           if WS-GRADMST-STATUS = "00"
               perform varying I from 1 by 1 until I > WS-PRG-COUNT
                   move "N" to WS-FILE-EOF
                   move WS-PRG-ID(I) to GMST-ID
                   move low-values to GMST-COURSE
                   move low-values to GMST-TERM
                   start GRADMST-FILE key not < GMST-KEY
                       invalid key move "Y" to WS-FILE-EOF
                   end-start
                   perform until WS-FILE-EOF-YES
                       read GRADMST-FILE next record
                           at end move "Y" to WS-FILE-EOF
                           not at end
                               if GMST-ID not = WS-PRG-ID(I)
                                   move "Y" to WS-FILE-EOF
                               else
                                   add 1 to WS-PRG-GRADES(I)
                               end-if
                       end-read
                   end-perform
               end-perform
               close GRADMST-FILE
           end-if.

       hold-unsettled-accounts.
           move 0 to WS-HOLD-COUNT
           open input ACCTLDG-FILE
           if WS-ACCTLDG-STATUS = "00"
               move 0 to J
               move 0 to WS-PRG-HASH
               perform varying I from 1 by 1 until I > WS-PRG-COUNT
                   perform compute-purge-balance
                   if WS-PRG-BALANCE not = 0
                       perform hold-candidate
                   else
                       add 1 to J
                       if J not = I
                           move WS-PRG-ENTRY(I) to WS-PRG-ENTRY(J)
                       end-if
                       add WS-PRG-ID(J) to WS-PRG-HASH
                   end-if
               end-perform
               move J to WS-PRG-COUNT
               close ACCTLDG-FILE
           end-if.

       compute-purge-balance.
           move 0 to WS-PRG-BALANCE
           move "N" to WS-FILE-EOF
           move WS-PRG-ID(I) to LDG-ID
           move low-values to LDG-TERM
           move low-values to LDG-TYPE
           move low-values to LDG-REF
           start ACCTLDG-FILE key not < LDG-KEY
               invalid key move "Y" to WS-FILE-EOF
           end-start
           perform until WS-FILE-EOF-YES
               read ACCTLDG-FILE next record
                   at end move "Y" to WS-FILE-EOF
                   not at end
                       if LDG-ID not = WS-PRG-ID(I)
                           move "Y" to WS-FILE-EOF
                       else
                           if LDG-TYPE = "C"
                               add LDG-AMOUNT to WS-PRG-BALANCE
                           else
                               subtract LDG-AMOUNT from WS-PRG-BALANCE
                           end-if
                       end-if
               end-read
           end-perform.

       hold-candidate.
           add 1 to WS-HOLD-COUNT
           move WS-PRG-ID(I) to WS-HOLD-ID(WS-HOLD-COUNT)
           move WS-PRG-NAME(I) to WS-HOLD-NAME(WS-HOLD-COUNT)
           move WS-PRG-SURNAME(I) to WS-HOLD-SURNAME(WS-HOLD-COUNT)
           move WS-PRG-BALANCE to WS-HOLD-BALANCE(WS-HOLD-COUNT).

       open-purge-files.
           move 0 to WS-OPEN-STEP
           open i-o ROSTMST-FILE
           if WS-ROSTMST-STATUS not = "00"
               display "Fichier ROSTMST - ouverture impossible - "
                   "purge interrompue."
               move "Y" to WS-PRG-ABORT
           else
               move 1 to WS-OPEN-STEP
               perform open-rosthist
           end-if
           if not WS-PRG-ABORT-YES
               move 2 to WS-OPEN-STEP
               perform open-gradhist
           end-if
           if not WS-PRG-ABORT-YES
               move 3 to WS-OPEN-STEP
               open extend JRNL-FILE
               if WS-JRNL-STATUS not = "00"
                   open output JRNL-FILE
               end-if
               if WS-JRNL-STATUS not = "00"
                   display "Fichier ROSTJRNL - ouverture impossible - "
                       "purge interrompue."
                   move "Y" to WS-PRG-ABORT
               end-if
           end-if
           if not WS-PRG-ABORT-YES
               move 4 to WS-OPEN-STEP
               open extend GJRN-FILE
               if WS-GJRN-STATUS not = "00"
                   open output GJRN-FILE
               end-if
               if WS-GJRN-STATUS not = "00"
                   display "Fichier GRADJRNL - ouverture impossible - "
                       "purge interrompue."
                   move "Y" to WS-PRG-ABORT
               end-if
           end-if
           if not WS-PRG-ABORT-YES
               move 5 to WS-OPEN-STEP
               perform open-accthist
           end-if
           if not WS-PRG-ABORT-YES
               move 6 to WS-OPEN-STEP
               open output PRGWRK-FILE
               if WS-PRGWRK-STATUS not = "00"
                   display "Fichier PRGWRK - creation impossible - "
                       "purge interrompue."
                   move "Y" to WS-PRG-ABORT
               else
                   close PRGWRK-FILE
               end-if
           end-if
           if WS-PRG-ABORT-YES
               perform close-purge-files
           else
               open i-o GRADMST-FILE
               if WS-GRADMST-STATUS = "00"
                   move "Y" to WS-GMST-AVAIL
               end-if
               open i-o ACCTLDG-FILE
               if WS-ACCTLDG-STATUS = "00"
                   move "Y" to WS-LDG-AVAIL
               end-if
           end-if.

       close-purge-files.
           if WS-OPEN-STEP > 0
               close ROSTMST-FILE
           end-if
           if WS-OPEN-STEP > 1
               close ROSTHIST-FILE
           end-if
           if WS-OPEN-STEP > 2
               close GRADHIST-FILE
           end-if
           if WS-OPEN-STEP > 3
               close JRNL-FILE
           end-if
           if WS-OPEN-STEP > 4
               close GJRN-FILE
           end-if
           if WS-OPEN-STEP > 5
               close ACCTHIST-FILE
           end-if.

       archive-roster.
           perform varying I from 1 by 1 until I > WS-PRG-COUNT
               perform archive-one-student
           end-perform
           close JRNL-FILE
           close ROSTHIST-FILE.

       open-rosthist.
           open i-o ROSTHIST-FILE
           if WS-ROSTHIST-STATUS not = "00"
               open output ROSTHIST-FILE
               if WS-ROSTHIST-STATUS = "00"
                   close ROSTHIST-FILE
                   open i-o ROSTHIST-FILE
               end-if
           end-if
           if WS-ROSTHIST-STATUS not = "00"
               display "Fichier ROSTHIST - ouverture impossible - "
                   "purge interrompue."
               move "Y" to WS-PRG-ABORT
           end-if.

       open-accthist.
           open i-o ACCTHIST-FILE
           if WS-ACCTHIST-STATUS not = "00"
               open output ACCTHIST-FILE
               if WS-ACCTHIST-STATUS = "00"
                   close ACCTHIST-FILE
                   open i-o ACCTHIST-FILE
               end-if
           end-if
           if WS-ACCTHIST-STATUS not = "00"
               display "Fichier ACCTHIST - ouverture impossible - "
                   "purge interrompue."
               move "Y" to WS-PRG-ABORT
           end-if.

       archive-one-student.
           move WS-PRG-ID(I) to MST-ID
           read ROSTMST-FILE
               invalid key
                   add 1 to WS-ERROR-COUNT
                   display "ID disparu du maitre: " WS-PRG-ID(I)
               not invalid key
                   perform move-student-to-history
           end-read.

       move-student-to-history.
           move MST-NAME to HST-NAME
           move MST-SURNAME to HST-SURNAME
           move MST-ID to HST-ID
           move MST-STATUS to HST-STATUS
           move MST-ADM-DATE to HST-ADM-DATE
           move MST-WDR-DATE to HST-WDR-DATE
           move WS-SYS-DATE to HST-PURGE-DATE
           write ROSTHIST-REC
               invalid key
                   rewrite ROSTHIST-REC
                       invalid key
                           add 1 to WS-ERROR-COUNT
                   end-rewrite
           end-write
           delete ROSTMST-FILE
               invalid key
                   add 1 to WS-ERROR-COUNT
                   display "Suppression maitre impossible: " MST-ID
               not invalid key
                   add 1 to WS-ROST-ARCHIVED
                   perform write-roster-journal
           end-delete.

       write-roster-journal.
           move spaces to JRNL-REC
           move WS-SYS-DATE to JRNL-DATE
           move "DEL" to JRNL-ACTION
           move HST-NAME to JRNL-BEF-NAME
           move HST-SURNAME to JRNL-BEF-SURNAME
           move HST-ID to JRNL-BEF-ID
           move HST-STATUS to JRNL-BEF-STATUS
           move HST-ADM-DATE to JRNL-BEF-ADM-DATE
           move HST-WDR-DATE to JRNL-BEF-WDR-DATE
           move spaces to JRNL-AFT-NAME
           move spaces to JRNL-AFT-SURNAME
           move 0 to JRNL-AFT-ID
           move space to JRNL-AFT-STATUS
           move 0 to JRNL-AFT-ADM-DATE
           move 0 to JRNL-AFT-WDR-DATE
           write JRNL-REC.

       archive-grade-master.
           if WS-GMST-AVAIL-YES
               perform varying I from 1 by 1 until I > WS-PRG-COUNT
                   perform archive-student-grades
               end-perform
               close GRADMST-FILE
           end-if
           close GJRN-FILE.

       archive-ledger.
           if WS-LDG-AVAIL-YES
               perform varying I from 1 by 1 until I > WS-PRG-COUNT
                   perform archive-student-ledger
               end-perform
               close ACCTLDG-FILE
           end-if
           close ACCTHIST-FILE.

       archive-student-ledger.
           move "N" to WS-FILE-EOF
           move WS-PRG-ID(I) to LDG-ID
           move low-values to LDG-TERM
           move low-values to LDG-TYPE
           move low-values to LDG-REF
           start ACCTLDG-FILE key not < LDG-KEY
               invalid key move "Y" to WS-FILE-EOF
           end-start
           perform until WS-FILE-EOF-YES
               read ACCTLDG-FILE next record
                   at end move "Y" to WS-FILE-EOF
                   not at end
                       if LDG-ID not = WS-PRG-ID(I)
                           move "Y" to WS-FILE-EOF
                       else
                           perform move-entry-to-history
                       end-if
               end-read
           end-perform.

       move-entry-to-history.
           move LDG-KEY to AHST-KEY
           move LDG-DATE to AHST-DATE
           move LDG-AMOUNT to AHST-AMOUNT
           move LDG-LABEL to AHST-LABEL
           move WS-SYS-DATE to AHST-PURGE-DATE
           write ACCTHIST-REC
               invalid key
                   rewrite ACCTHIST-REC
                       invalid key
                           add 1 to WS-ERROR-COUNT
                   end-rewrite
           end-write
           delete ACCTLDG-FILE record
               invalid key
                   add 1 to WS-ERROR-COUNT
               not invalid key
                   add 1 to WS-LDG-ARCHIVED
           end-delete.

       open-gradhist.
           open i-o GRADHIST-FILE
           if WS-GRADHIST-STATUS not = "00"
               open output GRADHIST-FILE
               if WS-GRADHIST-STATUS = "00"
                   close GRADHIST-FILE
                   open i-o GRADHIST-FILE
               end-if
           end-if
           if WS-GRADHIST-STATUS not = "00"
               display "Fichier GRADHIST - ouverture impossible - "
                   "purge interrompue."
               move "Y" to WS-PRG-ABORT
           end-if.

       archive-student-grades.
           move "N" to WS-FILE-EOF
           move WS-PRG-ID(I) to GMST-ID
           move low-values to GMST-COURSE
           move low-values to GMST-TERM
           start GRADMST-FILE key not < GMST-KEY
               invalid key move "Y" to WS-FILE-EOF
           end-start
           perform until WS-FILE-EOF-YES
               read GRADMST-FILE next record
                   at end move "Y" to WS-FILE-EOF
                   not at end
                       if GMST-ID not = WS-PRG-ID(I)
                           move "Y" to WS-FILE-EOF
                       else
                           perform move-grade-to-history
                       end-if
               end-read
           end-perform.

       move-grade-to-history.
           move GMST-KEY to GHST-KEY
           move GMST-SCORE to GHST-SCORE
           move GMST-UPD-DATE to GHST-UPD-DATE
           move GMST-REASON to GHST-REASON
           move GMST-USER to GHST-USER
           move WS-SYS-DATE to GHST-PURGE-DATE
           write GRADHIST-REC
               invalid key
                   rewrite GRADHIST-REC
                       invalid key
                           add 1 to WS-ERROR-COUNT
                   end-rewrite
           end-write
           delete GRADMST-FILE record
               invalid key
                   add 1 to WS-ERROR-COUNT
               not invalid key
                   add 1 to WS-GMST-ARCHIVED
                   perform write-grade-journal
           end-delete.

       write-grade-journal.
           move spaces to GJRN-REC
           move WS-SYS-DATE to GJRN-DATE
           move "DEL" to GJRN-ACTION
           move "PRG" to GJRN-REASON
           move "RETPURGE" to GJRN-USER
           move GHST-ID to GJRN-BEF-ID
           move GHST-COURSE to GJRN-BEF-COURSE
           move GHST-TERM to GJRN-BEF-TERM
           move GHST-SCORE to GJRN-BEF-SCORE
           move 0 to GJRN-AFT-ID
           move spaces to GJRN-AFT-COURSE
           move spaces to GJRN-AFT-TERM
           move 0 to GJRN-AFT-SCORE
           write GJRN-REC.

       find-purged-id.
           move "N" to WS-ID-PURGED
           if WS-PRG-COUNT > 0
               set WS-PRG-IX to 1
               search all WS-PRG-ENTRY
                   at end continue
                   when WS-PRG-ID(WS-PRG-IX) = WS-CUR-ID
                       move "Y" to WS-ID-PURGED
               end-search
           end-if.

       purge-gradval.
           move "N" to WS-FILE-EOF
           open input GRADVAL-FILE
           if WS-GRADVAL-STATUS = "00"
               open output PRGWRK-FILE
               perform until WS-FILE-EOF-YES
                   read GRADVAL-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           move GRADVAL-ID to WS-CUR-ID
                           perform find-purged-id
                           if WS-ID-PURGED-YES
                               add 1 to WS-GVAL-REMOVED
                               perform archive-gradval-record
                           else
                               add 1 to WS-GVAL-KEPT
                               move GRADVAL-REC to PRGWRK-REC
                               write PRGWRK-REC
                           end-if
                   end-read
               end-perform
               close PRGWRK-FILE
               close GRADVAL-FILE
               close GRADHIST-FILE
               move "N" to WS-FILE-EOF
               open input PRGWRK-FILE
               open output GRADVAL-FILE
               perform until WS-FILE-EOF-YES
                   read PRGWRK-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           move PRGWRK-REC to GRADVAL-REC
                           write GRADVAL-REC
                   end-read
               end-perform
               close GRADVAL-FILE
               close PRGWRK-FILE
           else
               close GRADHIST-FILE
           end-if.

       archive-gradval-record.
           move GRADVAL-ID to GHST-ID
           move GRADVAL-COURSE to GHST-COURSE
           move GRADVAL-TERM to GHST-TERM
           move GRADVAL-SCORE to GHST-SCORE
           move 0 to GHST-UPD-DATE
           move "SAI" to GHST-REASON
           move "GRADVAL" to GHST-USER
           move WS-SYS-DATE to GHST-PURGE-DATE
           write GRADHIST-REC
               invalid key continue
               not invalid key add 1 to WS-GVAL-ARCHIVED
           end-write.

       purge-grades.
           move "N" to WS-FILE-EOF
           open input GRADES-FILE
           if WS-GRADES-STATUS = "00"
               open output PRGWRK-FILE
               perform until WS-FILE-EOF-YES
                   read GRADES-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           move GRADE-ID to WS-CUR-ID
                           perform find-purged-id
                           if WS-ID-PURGED-YES
                               add 1 to WS-GRAW-REMOVED
                           else
                               add 1 to WS-GRAW-KEPT
                               if GRADE-ID is numeric
                                   add GRADE-ID to WS-GRAW-HASH
                               end-if
                               move GRADES-REC to PRGWRK-REC
                               write PRGWRK-REC
                           end-if
                   end-read
               end-perform
               close PRGWRK-FILE
               close GRADES-FILE
               move "N" to WS-FILE-EOF
               open input PRGWRK-FILE
               open output GRADES-FILE
               perform until WS-FILE-EOF-YES
                   read PRGWRK-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           move PRGWRK-REC to GRADES-REC
                           write GRADES-REC
                   end-read
               end-perform
               close GRADES-FILE
               close PRGWRK-FILE
               perform rewrite-gradctl
           end-if.

       rewrite-gradctl.
           open input GRADCTL-FILE
           if WS-GRADCTL-STATUS = "00"
               close GRADCTL-FILE
               open output GRADCTL-FILE
               if WS-GRADCTL-STATUS not = "00"
                   display "Fichier GRADCTL - reecriture impossible."
                   add 1 to WS-ERROR-COUNT
               else
                   move spaces to GRADCTL-REC
                   move WS-GRAW-KEPT to GRADCTL-COUNT
                   move WS-GRAW-HASH to GRADCTL-HASH
                   move WS-SYS-DATE to GRADCTL-DATE
                   write GRADCTL-REC
                   close GRADCTL-FILE
                   move "Y" to WS-GCTL-DONE
               end-if
           end-if.

       purge-registrations.
           open i-o REGISTR-FILE
           if WS-REGISTR-STATUS = "00"
               perform varying I from 1 by 1 until I > WS-PRG-COUNT
                   move "N" to WS-FILE-EOF
                   move WS-PRG-ID(I) to REG-ID
                   move low-values to REG-COURSE
                   move low-values to REG-TERM
                   start REGISTR-FILE key not < REG-KEY
                       invalid key move "Y" to WS-FILE-EOF
                   end-start
                   perform until WS-FILE-EOF-YES
                       read REGISTR-FILE next record
                           at end move "Y" to WS-FILE-EOF
                           not at end
                               if REG-ID not = WS-PRG-ID(I)
                                   move "Y" to WS-FILE-EOF
                               else
                                   delete REGISTR-FILE record
                                       invalid key
                                           add 1 to WS-ERROR-COUNT
                                       not invalid key
                                           add 1 to WS-REG-REMOVED
                                   end-delete
                               end-if
                       end-read
                   end-perform
               end-perform
               close REGISTR-FILE
           end-if.

       write-new-master.
           open output ROSTNEW-FILE
           if WS-ROSTNEW-STATUS not = "00"
               display "Fichier ROSTNEW - creation impossible."
               add 1 to WS-ERROR-COUNT
               close ROSTMST-FILE
           else
               move "N" to WS-FILE-EOF
               move 0 to WS-MASTER-COUNT
               move 0 to WS-NEW-HASH
               move 0 to MST-ID
               start ROSTMST-FILE key not < MST-ID
                   invalid key move "Y" to WS-FILE-EOF
               end-start
               perform until WS-FILE-EOF-YES
                   read ROSTMST-FILE next record
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           add 1 to WS-MASTER-COUNT
                           move MST-NAME to ROSTNEW-NAME
                           move MST-SURNAME to ROSTNEW-SURNAME
                           move MST-ID to ROSTNEW-ID
                           move MST-STATUS to ROSTNEW-STATUS
                           move MST-ADM-DATE to ROSTNEW-ADM-DATE
                           move MST-WDR-DATE to ROSTNEW-WDR-DATE
                           write ROSTNEW-REC
                           add ROSTNEW-ID to WS-NEW-HASH
                   end-read
               end-perform
               close ROSTNEW-FILE
               close ROSTMST-FILE
               open output ROSTNCTL-FILE
               if WS-ROSTNCTL-STATUS not = "00"
                   display "Fichier ROSTNCTL - creation impossible."
               else
                   move spaces to ROSTNCTL-REC
                   move WS-MASTER-COUNT to ROSTNCTL-COUNT
                   move WS-NEW-HASH to ROSTNCTL-HASH
                   move WS-SYS-DATE to ROSTNCTL-DATE
                   write ROSTNCTL-REC
                   close ROSTNCTL-FILE
               end-if
           end-if.

       write-purge-register.
           move spaces to PURGRPT-REC
           string "ID       Prenom                    "
               delimited by size
               "Nom                       Retire le Notes"
               delimited by size
               into PURGRPT-TEXT
           end-string
           write PURGRPT-REC
           perform varying I from 1 by 1 until I > WS-PRG-COUNT
               move WS-PRG-ID(I) to WS-RPT-ID
               move WS-PRG-GRADES(I) to WS-RPT-CT
               move spaces to PURGRPT-REC
               string WS-RPT-ID delimited by size
                   " " delimited by size
                   WS-PRG-NAME(I) delimited by size
                   " " delimited by size
                   WS-PRG-SURNAME(I) delimited by size
                   " " delimited by size
                   WS-PRG-WDR-DATE(I) delimited by size
                   "  " delimited by size
                   WS-RPT-CT delimited by size
                   into PURGRPT-TEXT
               end-string
               write PURGRPT-REC
           end-perform
           move WS-MST-READ to WS-RPT-COUNT
           move spaces to PURGRPT-REC
           string "Etudiants lus au maitre: " delimited by size
               WS-RPT-COUNT delimited by size
               into PURGRPT-TEXT
           end-string
           write PURGRPT-REC
           move WS-PRG-COUNT to WS-RPT-COUNT
           move WS-PRG-HASH to WS-RPT-HASH
           move spaces to PURGRPT-REC
           string "Etudiants selectionnes: " delimited by size
               WS-RPT-COUNT delimited by size
               "   total de controle des ID: " delimited by size
               WS-RPT-HASH delimited by size
               into PURGRPT-TEXT
           end-string
           write PURGRPT-REC
           if WS-HOLD-COUNT > 0
               perform write-held-accounts
           end-if
           if WS-PURGE-MODE-REAL
               perform write-purge-totals
           else
               move spaces to PURGRPT-REC
               string "Simulation - aucun fichier modifie."
                   delimited by size
                   into PURGRPT-TEXT
               end-string
               write PURGRPT-REC
           end-if.

       write-held-accounts.
           move spaces to PURGRPT-REC
           string "Etudiants reportes - solde du compte non nul:"
               delimited by size
               into PURGRPT-TEXT
           end-string
           write PURGRPT-REC
           perform varying I from 1 by 1 until I > WS-HOLD-COUNT
               move WS-HOLD-ID(I) to WS-RPT-ID
               move WS-HOLD-BALANCE(I) to WS-RPT-BALANCE
               move spaces to PURGRPT-REC
               string WS-RPT-ID delimited by size
                   " " delimited by size
                   WS-HOLD-NAME(I) delimited by size
                   " " delimited by size
                   WS-HOLD-SURNAME(I) delimited by size
                   " " delimited by size
                   WS-RPT-BALANCE delimited by size
                   into PURGRPT-TEXT
               end-string
               write PURGRPT-REC
           end-perform
           move WS-HOLD-COUNT to WS-RPT-COUNT
           move spaces to PURGRPT-REC
           string "Etudiants reportes (solde non nul): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into PURGRPT-TEXT
           end-string
           write PURGRPT-REC.

       write-purge-totals.
           move WS-ROST-ARCHIVED to WS-RPT-COUNT
           move spaces to PURGRPT-REC
           string "Fiches roster archivees (ROSTHIST): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into PURGRPT-TEXT
           end-string
           write PURGRPT-REC
           move WS-GMST-ARCHIVED to WS-RPT-COUNT
           move spaces to PURGRPT-REC
           string "Notes du maitre archivees (GRADHIST): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into PURGRPT-TEXT
           end-string
           write PURGRPT-REC
           move WS-GVAL-ARCHIVED to WS-RPT-COUNT
           move spaces to PURGRPT-REC
           string "Notes GRADVAL archivees hors maitre: "
               delimited by size
               WS-RPT-COUNT delimited by size
               into PURGRPT-TEXT
           end-string
           write PURGRPT-REC
           move WS-GVAL-REMOVED to WS-RPT-COUNT
           move spaces to PURGRPT-REC
           string "Notes retirees de GRADVAL: " delimited by size
               WS-RPT-COUNT delimited by size
               into PURGRPT-TEXT
           end-string
           write PURGRPT-REC
           move WS-GVAL-KEPT to WS-RPT-COUNT
           move spaces to PURGRPT-REC
           string "Notes conservees dans GRADVAL: " delimited by size
               WS-RPT-COUNT delimited by size
               into PURGRPT-TEXT
           end-string
           write PURGRPT-REC
           move WS-GRAW-REMOVED to WS-RPT-COUNT
           move spaces to PURGRPT-REC
           string "Notes retirees de GRADES: " delimited by size
               WS-RPT-COUNT delimited by size
               into PURGRPT-TEXT
           end-string
           write PURGRPT-REC
           move WS-GRAW-KEPT to WS-RPT-COUNT
           move spaces to PURGRPT-REC
           string "Notes conservees dans GRADES: " delimited by size
               WS-RPT-COUNT delimited by size
               into PURGRPT-TEXT
           end-string
           write PURGRPT-REC
           if WS-GCTL-DONE-YES
               move WS-GRAW-HASH to WS-RPT-HASH
               move spaces to PURGRPT-REC
               string "Total de controle GRADCTL recalcule: "
                   delimited by size
                   WS-RPT-HASH delimited by size
                   into PURGRPT-TEXT
               end-string
               write PURGRPT-REC
           end-if
           move WS-REG-REMOVED to WS-RPT-COUNT
           move spaces to PURGRPT-REC
           string "Inscriptions supprimees (REGISTR): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into PURGRPT-TEXT
           end-string
           write PURGRPT-REC
           move WS-LDG-ARCHIVED to WS-RPT-COUNT
           move spaces to PURGRPT-REC
           string "Ecritures de compte archivees (ACCTHIST): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into PURGRPT-TEXT
           end-string
           write PURGRPT-REC
           move WS-MASTER-COUNT to WS-RPT-COUNT
           move spaces to PURGRPT-REC
           string "Effectif du nouveau maitre: " delimited by size
               WS-RPT-COUNT delimited by size
               into PURGRPT-TEXT
           end-string
           write PURGRPT-REC
           move WS-ERROR-COUNT to WS-RPT-COUNT
           move spaces to PURGRPT-REC
           string "Anomalies: " delimited by size
               WS-RPT-COUNT delimited by size
               into PURGRPT-TEXT
           end-string
           write PURGRPT-REC.

       write-purgctl.
           open output PURGCTL-FILE
           if WS-PURGCTL-STATUS not = "00"
               display "Fichier PURGCTL - creation impossible."
           else
               move spaces to PURGCTL-REC
               if WS-PURGE-MODE-REAL
                   move WS-ROST-ARCHIVED to PURGCTL-COUNT
               else
                   move 0 to PURGCTL-COUNT
               end-if
               move WS-PRG-HASH to PURGCTL-HASH
               move WS-SYS-DATE to PURGCTL-DATE
               write PURGCTL-REC
               close PURGCTL-FILE
           end-if.
