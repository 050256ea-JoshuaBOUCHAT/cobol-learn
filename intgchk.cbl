       identification division.
       program-id. INTGCHK.
       environment division.
       input-output section.
       file-control.
           select ROSTMST-FILE assign to "ROSTMST"
               organization is indexed
               access mode is dynamic
               record key is MST-ID
               file status is WS-ROSTMST-STATUS.
           select ROSTER-FILE assign to "ROSTER"
               organization is line sequential
               file status is WS-ROSTER-STATUS.
           select GENLIST-FILE assign to "GENLIST"
               organization is line sequential
               file status is WS-GENLIST-STATUS.
           select ROSTGEN-FILE assign to dynamic WS-GEN-NAME
               organization is line sequential
               file status is WS-ROSTGEN-STATUS.
           select ROSTBASE-FILE assign to "ROSTBASE"
               organization is line sequential
               file status is WS-ROSTBASE-STATUS.
           select JRNL-FILE assign to "ROSTJRNL"
               organization is line sequential
               file status is WS-JRNL-STATUS.
           select GRADVAL-FILE assign to "GRADVAL"
               organization is line sequential
               file status is WS-GRADVAL-STATUS.
           select IDNEXT-FILE assign to "IDNEXT"
               organization is line sequential
               file status is WS-IDNEXT-STATUS.
           select IDTRANS-FILE assign to "IDTRANS"
               organization is line sequential
               file status is WS-IDTRANS-STATUS.
           select LANGCAT-FILE assign to "LANGCAT"
               organization is line sequential
               file status is WS-LANGCAT-STATUS.
           select LANGLIB-FILE assign to dynamic WS-LIB-NAME
               organization is line sequential
               file status is WS-LANGLIB-STATUS.
           select INTGRPT-FILE assign to "INTGRPT"
               organization is line sequential
               file status is WS-INTGRPT-STATUS.
       data division.
       file section.
       fd ROSTMST-FILE.
       01 ROSTMST-REC.
           05 MST-NAME PIC X(25).
           05 MST-SURNAME PIC X(25).
           05 MST-ID PIC 9(8).
           05 MST-STATUS PIC X.
           05 MST-ADM-DATE PIC 9(8).
           05 MST-WDR-DATE PIC 9(8).

       fd ROSTER-FILE.
       01 ROSTER-REC.
           05 ROSTER-NAME PIC X(25).
           05 ROSTER-SURNAME PIC X(25).
           05 ROSTER-ID PIC 9(8).
           05 ROSTER-STATUS PIC X.
           05 ROSTER-ADM-DATE PIC 9(8).
           05 ROSTER-WDR-DATE PIC 9(8).

       fd GENLIST-FILE.
       01 GENLIST-REC.
           05 GENLIST-DATE PIC 9(8).

       fd ROSTGEN-FILE.
       01 ROSTGEN-REC.
           05 ROSTGEN-NAME PIC X(25).
           05 ROSTGEN-SURNAME PIC X(25).
           05 ROSTGEN-ID PIC 9(8).
           05 ROSTGEN-STATUS PIC X.
           05 ROSTGEN-ADM-DATE PIC 9(8).
           05 ROSTGEN-WDR-DATE PIC 9(8).

       fd ROSTBASE-FILE.
       01 ROSTBASE-REC.
           05 ROSTBASE-NAME PIC X(25).
           05 ROSTBASE-SURNAME PIC X(25).
           05 ROSTBASE-ID PIC 9(8).
           05 ROSTBASE-STATUS PIC X.
           05 ROSTBASE-ADM-DATE PIC 9(8).
           05 ROSTBASE-WDR-DATE PIC 9(8).

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

       fd GRADVAL-FILE.
       01 GRADVAL-REC.
           05 GRADVAL-ID PIC 9(8).
           05 FILLER PIC X.
           05 GRADVAL-COURSE PIC X(8).
           05 FILLER PIC X.
           05 GRADVAL-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 GRADVAL-TERM PIC X(6).

       fd IDNEXT-FILE.
       01 IDNEXT-REC.
           05 IDNEXT-BASE PIC 9(7).

       fd IDTRANS-FILE.
       01 IDTRANS-REC.
           05 IDTRANS-ACTION PIC X(3).
           05 IDTRANS-NAME PIC X(25).
           05 IDTRANS-SURNAME PIC X(25).
           05 IDTRANS-ID PIC 9(8).
           05 IDTRANS-DATE PIC 9(8).
           05 IDTRANS-OPER PIC X(8).

       fd LANGCAT-FILE.
       01 LANGCAT-REC.
           05 LANGCAT-K PIC 99.
           05 FILLER PIC X.
           05 LANGCAT-N PIC 99.
           05 FILLER PIC X.
           05 LANGCAT-SUM PIC 9(9).
           05 FILLER PIC X.
           05 LANGCAT-SOLCOUNT PIC 9(9).

       fd LANGLIB-FILE.
       01 LANGLIB-REC.
           05 LIB-SEQ PIC 9(9).
           05 FILLER PIC X.
           05 LIB-BOARD PIC X(96).

       fd INTGRPT-FILE.
       01 INTGRPT-REC.
           05 INTGRPT-TEXT PIC X(132).

       working-storage section.
       01 WS-ROSTMST-STATUS PIC XX VALUE "00".
       01 WS-ROSTER-STATUS PIC XX VALUE "00".
       01 WS-GENLIST-STATUS PIC XX VALUE "00".
       01 WS-ROSTGEN-STATUS PIC XX VALUE "00".
       01 WS-ROSTBASE-STATUS PIC XX VALUE "00".
       01 WS-JRNL-STATUS PIC XX VALUE "00".
       01 WS-GRADVAL-STATUS PIC XX VALUE "00".
       01 WS-IDNEXT-STATUS PIC XX VALUE "00".
       01 WS-IDTRANS-STATUS PIC XX VALUE "00".
       01 WS-LANGCAT-STATUS PIC XX VALUE "00".
       01 WS-LANGLIB-STATUS PIC XX VALUE "00".
       01 WS-INTGRPT-STATUS PIC XX VALUE "00".

       01 WS-SYS-DATE PIC 9(8) VALUE 0.
       01 WS-GEN-NAME PIC X(20) VALUE SPACES.
       01 WS-LIB-NAME PIC X(20) VALUE SPACES.

       01 WS-MS-COUNT PIC 9(4) VALUE 0.
       01 WS-MS-TABLE.
           02 WS-MS-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-MS-COUNT
                   ASCENDING KEY IS WS-MS-ID
                   INDEXED BY WS-MS-IX.
               03 WS-MS-NAME PIC X(25).
               03 WS-MS-SURNAME PIC X(25).
               03 WS-MS-ID PIC 9(8).
               03 WS-MS-STATUS PIC X.
               03 WS-MS-ADM-DATE PIC 9(8).
               03 WS-MS-WDR-DATE PIC 9(8).
               03 WS-MS-SEEN PIC X.

       01 WS-JR-COUNT PIC 9(4) VALUE 0.
       01 WS-JR-TABLE.
           05 WS-JR-ENTRY OCCURS 5000 TIMES.
               10 WS-JR-ID PIC 9(8).
               10 WS-JR-DATE PIC 9(8).

       01 WS-RP-COUNT PIC 9(4) VALUE 0.
       01 WS-RP-TABLE.
           05 WS-RP-ENTRY OCCURS 5000 TIMES.
               10 WS-RP-NAME PIC X(25).
               10 WS-RP-SURNAME PIC X(25).
               10 WS-RP-ID PIC 9(8).
               10 WS-RP-STATUS PIC X.
               10 WS-RP-ADM-DATE PIC 9(8).
               10 WS-RP-WDR-DATE PIC 9(8).

       01 WS-CMP-REC.
           05 WS-CMP-NAME PIC X(25).
           05 WS-CMP-SURNAME PIC X(25).
           05 WS-CMP-ID PIC 9(8).
           05 WS-CMP-STATUS PIC X.
           05 WS-CMP-ADM-DATE PIC 9(8).
           05 WS-CMP-WDR-DATE PIC 9(8).
       01 WS-CMP-SOURCE PIC X(10) VALUE SPACES.
       01 WS-CMP-READ PIC 9(6) VALUE 0.
       01 WS-CMP-ERRORS PIC 9(6) VALUE 0.
       01 WS-CMP-EXPLAINED PIC 9(6) VALUE 0.
       01 WS-EXPLAIN-DATE PIC 9(8) VALUE 0.
       01 WS-EXPLAIN-ON PIC X VALUE "N".
           88 WS-EXPLAIN-ON-YES VALUE "Y".

       01 WS-GEN-COUNT PIC 9(3) VALUE 0.
       01 WS-GEN-LATEST PIC 9(8) VALUE 0.
       01 WS-GEN-PRIOR PIC 9(8) VALUE 0.

       01 WS-MATCH-ID PIC 9(8) VALUE 0.
       01 WS-FOUND-IDX PIC 9(4) VALUE 0.
       01 WS-JRNL-READ PIC 9(6) VALUE 0.
       01 WS-BASE-COUNT PIC 9(6) VALUE 0.

       01 WS-GVAL-READ PIC 9(6) VALUE 0.
       01 WS-ORPHAN-COUNT PIC 9(6) VALUE 0.

       01 WS-NEXT-BASE PIC 9(7) VALUE 0.
       01 WS-HIGH-ID PIC 9(8) VALUE 0.
       01 WS-HIGH-BASE PIC 9(7) VALUE 0.
       01 WS-IDT-READ PIC 9(6) VALUE 0.

       01 WS-CAT-READ PIC 9(4) VALUE 0.
       01 WS-LIB-BOARDS PIC 9(9) VALUE 0.

       01 WS-DSC-CODE PIC X(3).
       01 WS-DSC-ID PIC 9(8).
       01 WS-DSC-TEXT PIC X(60).
       01 WS-TOTAL-DSC PIC 9(6) VALUE 0.
       01 WS-CHECKS-SKIPPED PIC 9(2) VALUE 0.

       01 WS-RPT-COUNT PIC ZZZZZ9.
       01 WS-RPT-COUNT2 PIC ZZZZZ9.
       01 WS-RPT-COUNT3 PIC ZZZZZ9.
       01 WS-RPT-BIG PIC Z(8)9.
       01 WS-RPT-BIG2 PIC Z(8)9.

       01 WS-LOG-PROGRAM PIC X(10) VALUE "INTGCHK".
       01 WS-LOG-N PIC 9(8) VALUE 0.
       01 WS-LOG-K PIC 9(8) VALUE 0.
       01 WS-LOG-RESULT PIC X(40) VALUE SPACES.
       01 WS-LOG-EVENT PIC X(5) VALUE SPACES.

       local-storage section.
       01 I PIC 9(4) VALUE 0.
       01 WS-FILE-EOF PIC X VALUE "N".
           88 WS-FILE-EOF-YES VALUE "Y".
       01 WS-INT-ABORT PIC X VALUE "N".
           88 WS-INT-ABORT-YES VALUE "Y".
       01 WS-ID-EXPLAINED PIC X VALUE "N".
           88 WS-ID-EXPLAINED-YES VALUE "Y".
       01 WS-MS-FOUND PIC X VALUE "N".
           88 WS-MS-FOUND-YES VALUE "Y".
       01 WS-JRNL-LOADED PIC X VALUE "N".
           88 WS-JRNL-LOADED-YES VALUE "Y".

       procedure division.
           move "DEBUT" to WS-LOG-EVENT
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           move "FIN" to WS-LOG-EVENT
           accept WS-SYS-DATE from date yyyymmdd
           perform open-intgrpt
           if not WS-INT-ABORT-YES
               perform load-master
           end-if
           if not WS-INT-ABORT-YES
               perform load-journal-dates
               perform read-genlist
               perform check-roster-flat
               perform check-generation
               perform check-rebuild
               perform check-gradval
               perform check-idnext
               perform check-langcat
               perform write-summary
               close INTGRPT-FILE
           end-if

           if WS-INT-ABORT-YES
               move "Controle d'integrite interrompu" to WS-LOG-RESULT
           else
               move spaces to WS-LOG-RESULT
               if WS-TOTAL-DSC > 0
                   string "ECARTS INTEGRITE=" delimited by size
                       WS-TOTAL-DSC delimited by size
                       into WS-LOG-RESULT
                   end-string
               else
                   string "Integrite conforme, maitre="
                       delimited by size
                       WS-MS-COUNT delimited by size
                       into WS-LOG-RESULT
                   end-string
               end-if
           end-if
           move WS-MS-COUNT to WS-LOG-N
           move WS-TOTAL-DSC to WS-LOG-K
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           if WS-INT-ABORT-YES
               move 8 to return-code
           else
               if WS-TOTAL-DSC > 0
                   move 4 to return-code
               end-if
           end-if.
       goback.

       open-intgrpt.
           open output INTGRPT-FILE
           if WS-INTGRPT-STATUS not = "00"
               display "Fichier INTGRPT - creation impossible - "
                   "controle interrompu."
               move "Y" to WS-INT-ABORT
           else
               move spaces to INTGRPT-REC
               string "Controle d'integrite inter-fichiers du "
                   delimited by size
                   WS-SYS-DATE delimited by size
                   into INTGRPT-TEXT
               end-string
               write INTGRPT-REC
           end-if.

       load-master.
           move "N" to WS-FILE-EOF
           move 0 to WS-MS-COUNT
           open input ROSTMST-FILE
           if WS-ROSTMST-STATUS not = "00"
               display "Fichier ROSTMST introuvable - "
                   "controle interrompu."
               move "Y" to WS-INT-ABORT
               close INTGRPT-FILE
           else
               move 0 to MST-ID
               start ROSTMST-FILE key not < MST-ID
                   invalid key move "Y" to WS-FILE-EOF
               end-start
               perform until WS-FILE-EOF-YES
                   read ROSTMST-FILE next record
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           if WS-MS-COUNT < 5000
                               add 1 to WS-MS-COUNT
                               move MST-NAME to WS-MS-NAME(WS-MS-COUNT)
                               move MST-SURNAME
                                   to WS-MS-SURNAME(WS-MS-COUNT)
                               move MST-ID to WS-MS-ID(WS-MS-COUNT)
                               move MST-STATUS
                                   to WS-MS-STATUS(WS-MS-COUNT)
                               move MST-ADM-DATE
                                   to WS-MS-ADM-DATE(WS-MS-COUNT)
                               move MST-WDR-DATE
                                   to WS-MS-WDR-DATE(WS-MS-COUNT)
                           else
                               display "Table maitre saturee - ID "
                                   "non controle: " MST-ID
                           end-if
                   end-read
               end-perform
               close ROSTMST-FILE
               move WS-MS-COUNT to WS-RPT-COUNT
               move spaces to INTGRPT-REC
               string "Maitre ROSTMST: " delimited by size
                   WS-RPT-COUNT delimited by size
                   " enregistrement(s)" delimited by size
                   into INTGRPT-TEXT
               end-string
               write INTGRPT-REC
           end-if.

       load-journal-dates.
           move "N" to WS-FILE-EOF
           move "N" to WS-JRNL-LOADED
           move 0 to WS-JR-COUNT
           open input JRNL-FILE
           if WS-JRNL-STATUS = "00"
               move "Y" to WS-JRNL-LOADED
               perform until WS-FILE-EOF-YES
                   read JRNL-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           add 1 to WS-JRNL-READ
                           if JRNL-BEF-ID is numeric
                                   and JRNL-BEF-ID > 0
                               move JRNL-BEF-ID to WS-MATCH-ID
                               perform note-journal-date
                           end-if
                           if JRNL-AFT-ID is numeric
                                   and JRNL-AFT-ID > 0
                               move JRNL-AFT-ID to WS-MATCH-ID
                               perform note-journal-date
                           end-if
                   end-read
               end-perform
               close JRNL-FILE
           end-if.

       note-journal-date.
           move 0 to WS-FOUND-IDX
           perform varying I from 1 by 1 until I > WS-JR-COUNT
               if WS-JR-ID(I) = WS-MATCH-ID
                   move I to WS-FOUND-IDX
                   move WS-JR-COUNT to I
               end-if
           end-perform
           if WS-FOUND-IDX = 0 and WS-JR-COUNT < 5000
               add 1 to WS-JR-COUNT
               move WS-JR-COUNT to WS-FOUND-IDX
               move WS-MATCH-ID to WS-JR-ID(WS-FOUND-IDX)
               move 0 to WS-JR-DATE(WS-FOUND-IDX)
           end-if
           if WS-FOUND-IDX > 0
               if JRNL-DATE > WS-JR-DATE(WS-FOUND-IDX)
                   move JRNL-DATE to WS-JR-DATE(WS-FOUND-IDX)
               end-if
           end-if.

       read-genlist.
           move "N" to WS-FILE-EOF
           move 0 to WS-GEN-COUNT
           move 0 to WS-GEN-LATEST
           move 0 to WS-GEN-PRIOR
           open input GENLIST-FILE
           if WS-GENLIST-STATUS = "00"
               perform until WS-FILE-EOF-YES
                   read GENLIST-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           add 1 to WS-GEN-COUNT
                           if GENLIST-DATE > WS-GEN-LATEST
                               move WS-GEN-LATEST to WS-GEN-PRIOR
                               move GENLIST-DATE to WS-GEN-LATEST
                           else
                               if GENLIST-DATE > WS-GEN-PRIOR
                                   move GENLIST-DATE to WS-GEN-PRIOR
                               end-if
                           end-if
                   end-read
               end-perform
               close GENLIST-FILE
           end-if.

       check-roster-flat.
           move "ROSTER" to WS-CMP-SOURCE
           perform write-check-heading
           if WS-GEN-LATEST > 0
               move "Y" to WS-EXPLAIN-ON
               move WS-GEN-LATEST to WS-EXPLAIN-DATE
           else
               move "N" to WS-EXPLAIN-ON
           end-if
           perform start-comparison
           move "N" to WS-FILE-EOF
           open input ROSTER-FILE
           if WS-ROSTER-STATUS not = "00"
               perform note-check-skipped
           else
               perform until WS-FILE-EOF-YES
                   read ROSTER-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           move ROSTER-REC to WS-CMP-REC
                           perform compare-one-record
                   end-read
               end-perform
               close ROSTER-FILE
               perform finish-comparison
           end-if.

       check-generation.
           move "GENERATION" to WS-CMP-SOURCE
           perform write-check-heading
           if WS-GEN-LATEST = 0
               perform note-check-skipped
           else
               move spaces to WS-GEN-NAME
               string "ROSTER.G" delimited by size
                   WS-GEN-LATEST delimited by size
                   into WS-GEN-NAME
               end-string
               move "Y" to WS-EXPLAIN-ON
               move WS-GEN-PRIOR to WS-EXPLAIN-DATE
               perform start-comparison
               move "N" to WS-FILE-EOF
               open input ROSTGEN-FILE
               if WS-ROSTGEN-STATUS not = "00"
                   move "GEN" to WS-DSC-CODE
                   move 0 to WS-DSC-ID
                   move spaces to WS-DSC-TEXT
                   string "generation " delimited by size
                       WS-GEN-NAME delimited by size
                       " citee par GENLIST mais absente"
                       delimited by size
                       into WS-DSC-TEXT
                   end-string
                   perform write-discrepancy
               else
                   move spaces to INTGRPT-REC
                   string "  Generation controlee: " delimited by size
                       WS-GEN-NAME delimited by size
                       into INTGRPT-TEXT
                   end-string
                   write INTGRPT-REC
                   perform until WS-FILE-EOF-YES
                       read ROSTGEN-FILE
                           at end move "Y" to WS-FILE-EOF
                           not at end
                               move ROSTGEN-REC to WS-CMP-REC
                               perform compare-one-record
                       end-read
                   end-perform
                   close ROSTGEN-FILE
                   perform finish-comparison
               end-if
           end-if.

       check-rebuild.
           move "ROSTBLD" to WS-CMP-SOURCE
           perform write-check-heading
           move "N" to WS-EXPLAIN-ON
           move 0 to WS-RP-COUNT
           move "N" to WS-FILE-EOF
           open input ROSTBASE-FILE
           if WS-ROSTBASE-STATUS not = "00"
                   or not WS-JRNL-LOADED-YES
               if WS-ROSTBASE-STATUS = "00"
                   close ROSTBASE-FILE
               end-if
               perform note-check-skipped
           else
               perform until WS-FILE-EOF-YES
                   read ROSTBASE-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           add 1 to WS-BASE-COUNT
                           if WS-RP-COUNT < 5000
                               add 1 to WS-RP-COUNT
                               move ROSTBASE-REC
                                   to WS-RP-ENTRY(WS-RP-COUNT)
                           end-if
                   end-read
               end-perform
               close ROSTBASE-FILE
               perform replay-journal
               perform start-comparison
               perform varying WS-FOUND-IDX from 1 by 1
                       until WS-FOUND-IDX > WS-RP-COUNT
                   move WS-RP-ENTRY(WS-FOUND-IDX) to WS-CMP-REC
                   perform compare-one-record
               end-perform
               perform finish-comparison
           end-if.

       replay-journal.
           move "N" to WS-FILE-EOF
           open input JRNL-FILE
           if WS-JRNL-STATUS = "00"
               perform until WS-FILE-EOF-YES
                   read JRNL-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end perform replay-one-entry
                   end-read
               end-perform
               close JRNL-FILE
           end-if.

       replay-one-entry.
           if JRNL-ACTION = "DEL"
               move JRNL-BEF-ID to WS-MATCH-ID
           else
               move JRNL-AFT-ID to WS-MATCH-ID
           end-if
           perform find-replay-entry
           evaluate JRNL-ACTION
               when "ADD"
                   if WS-FOUND-IDX = 0 and WS-RP-COUNT < 5000
                       add 1 to WS-RP-COUNT
                       move WS-RP-COUNT to WS-FOUND-IDX
                       move JRNL-AFT to WS-RP-ENTRY(WS-FOUND-IDX)
                   end-if
               when "CHG"
               when "WDR"
               when "RNS"
               when "PRB"
               when "CLR"
               when "MRG"
                   if WS-FOUND-IDX > 0
                       move JRNL-AFT to WS-RP-ENTRY(WS-FOUND-IDX)
                   end-if
               when "DEL"
                   if WS-FOUND-IDX > 0
                       perform varying I from WS-FOUND-IDX by 1
                               until I >= WS-RP-COUNT
                           move WS-RP-ENTRY(I + 1) to WS-RP-ENTRY(I)
                       end-perform
                       subtract 1 from WS-RP-COUNT
                   end-if
               when other
                   continue
           end-evaluate.

       find-replay-entry.
           move 0 to WS-FOUND-IDX
           perform varying I from 1 by 1 until I > WS-RP-COUNT
               if WS-RP-ID(I) = WS-MATCH-ID
                   move I to WS-FOUND-IDX
                   move WS-RP-COUNT to I
               end-if
           end-perform.

       start-comparison.
           move 0 to WS-CMP-READ
           move 0 to WS-CMP-ERRORS
           move 0 to WS-CMP-EXPLAINED
           perform varying I from 1 by 1 until I > WS-MS-COUNT
               move "N" to WS-MS-SEEN(I)
           end-perform.

       compare-one-record.
           add 1 to WS-CMP-READ
           move WS-CMP-ID to WS-MATCH-ID
           perform find-master-id
           if not WS-MS-FOUND-YES
               move "ABS" to WS-DSC-CODE
               move "absent du maitre ROSTMST" to WS-DSC-TEXT
               perform report-roster-gap
           else
               if WS-MS-SEEN(WS-MS-IX) = "Y"
                   move "DBL" to WS-DSC-CODE
                   move WS-CMP-ID to WS-DSC-ID
                   move "ID en double dans le fichier" to WS-DSC-TEXT
                   add 1 to WS-CMP-ERRORS
                   perform write-discrepancy
               else
                   move "Y" to WS-MS-SEEN(WS-MS-IX)
                   if WS-CMP-NAME not = WS-MS-NAME(WS-MS-IX)
                       or WS-CMP-SURNAME not = WS-MS-SURNAME(WS-MS-IX)
                       or WS-CMP-STATUS not = WS-MS-STATUS(WS-MS-IX)
                       or WS-CMP-ADM-DATE
                           not = WS-MS-ADM-DATE(WS-MS-IX)
                       or WS-CMP-WDR-DATE
                           not = WS-MS-WDR-DATE(WS-MS-IX)
                       move "DIF" to WS-DSC-CODE
                       move spaces to WS-DSC-TEXT
                       string "differe du maitre: statut "
                           delimited by size
                           WS-CMP-STATUS delimited by size
                           "/" delimited by size
                           WS-MS-STATUS(WS-MS-IX) delimited by size
                           " retrait " delimited by size
                           WS-CMP-WDR-DATE delimited by size
                           "/" delimited by size
                           WS-MS-WDR-DATE(WS-MS-IX) delimited by size
                           into WS-DSC-TEXT
                       end-string
                       perform report-roster-gap
                   end-if
               end-if
           end-if.

       finish-comparison.
           perform varying WS-FOUND-IDX from 1 by 1
                   until WS-FOUND-IDX > WS-MS-COUNT
               if WS-MS-SEEN(WS-FOUND-IDX) = "N"
                   move WS-MS-ID(WS-FOUND-IDX) to WS-CMP-ID
                   move "MNQ" to WS-DSC-CODE
                   move "present au maitre, absent du fichier"
                       to WS-DSC-TEXT
                   perform report-roster-gap
               end-if
           end-perform
           move WS-CMP-READ to WS-RPT-COUNT
           move WS-CMP-ERRORS to WS-RPT-COUNT2
           move WS-CMP-EXPLAINED to WS-RPT-COUNT3
           move spaces to INTGRPT-REC
           string "  Lus: " delimited by size
               WS-RPT-COUNT delimited by size
               "   Ecarts: " delimited by size
               WS-RPT-COUNT2 delimited by size
               "   Expliques par ROSTJRNL: " delimited by size
               WS-RPT-COUNT3 delimited by size
               into INTGRPT-TEXT
           end-string
           write INTGRPT-REC.

       report-roster-gap.
           perform check-explained
           if WS-ID-EXPLAINED-YES
               add 1 to WS-CMP-EXPLAINED
           else
               add 1 to WS-CMP-ERRORS
               move WS-CMP-ID to WS-DSC-ID
               perform write-discrepancy
           end-if.

       check-explained.
           move "N" to WS-ID-EXPLAINED
           if WS-EXPLAIN-ON-YES
               perform varying I from 1 by 1 until I > WS-JR-COUNT
                   if WS-JR-ID(I) = WS-CMP-ID
                       if WS-JR-DATE(I) not < WS-EXPLAIN-DATE
                           move "Y" to WS-ID-EXPLAINED
                       end-if
                       move WS-JR-COUNT to I
                   end-if
               end-perform
           end-if.

       find-master-id.
           move "N" to WS-MS-FOUND
           if WS-MS-COUNT > 0
               set WS-MS-IX to 1
               search all WS-MS-ENTRY
                   at end continue
                   when WS-MS-ID(WS-MS-IX) = WS-MATCH-ID
                       move "Y" to WS-MS-FOUND
               end-search
           end-if.

       check-gradval.
           move "GRADVAL" to WS-CMP-SOURCE
           perform write-check-heading
           move "N" to WS-FILE-EOF
           open input GRADVAL-FILE
           if WS-GRADVAL-STATUS not = "00"
               perform note-check-skipped
           else
               perform until WS-FILE-EOF-YES
                   read GRADVAL-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           add 1 to WS-GVAL-READ
                           move GRADVAL-ID to WS-MATCH-ID
                           perform find-master-id
                           if not WS-MS-FOUND-YES
                               add 1 to WS-ORPHAN-COUNT
                               move "ORP" to WS-DSC-CODE
                               move GRADVAL-ID to WS-DSC-ID
                               move spaces to WS-DSC-TEXT
                               string "note sans etudiant au maitre: "
                                   delimited by size
                                   GRADVAL-COURSE delimited by size
                                   " " delimited by size
                                   GRADVAL-TERM delimited by size
                                   into WS-DSC-TEXT
                               end-string
                               perform write-discrepancy
                           end-if
                   end-read
               end-perform
               close GRADVAL-FILE
               move WS-GVAL-READ to WS-RPT-COUNT
               move WS-ORPHAN-COUNT to WS-RPT-COUNT2
               move spaces to INTGRPT-REC
               string "  Notes lues: " delimited by size
                   WS-RPT-COUNT delimited by size
                   "   Notes orphelines: " delimited by size
                   WS-RPT-COUNT2 delimited by size
                   into INTGRPT-TEXT
               end-string
               write INTGRPT-REC
           end-if.

       check-idnext.
           move "IDNEXT" to WS-CMP-SOURCE
           perform write-check-heading
           open input IDNEXT-FILE
           if WS-IDNEXT-STATUS not = "00"
               perform note-check-skipped
           else
               read IDNEXT-FILE
                   at end move 0 to WS-NEXT-BASE
                   not at end
                       if IDNEXT-BASE is numeric
                           move IDNEXT-BASE to WS-NEXT-BASE
                       end-if
               end-read
               close IDNEXT-FILE
               move "N" to WS-FILE-EOF
               open input IDTRANS-FILE
               if WS-IDTRANS-STATUS = "00"
                   perform until WS-FILE-EOF-YES
                       read IDTRANS-FILE
                           at end move "Y" to WS-FILE-EOF
                           not at end
                               add 1 to WS-IDT-READ
                               if IDTRANS-ID is numeric
                                       and IDTRANS-ID > WS-HIGH-ID
                                   move IDTRANS-ID to WS-HIGH-ID
                               end-if
                       end-read
                   end-perform
                   close IDTRANS-FILE
               end-if
               divide WS-HIGH-ID by 10 giving WS-HIGH-BASE
               if WS-HIGH-ID > 0 and WS-NEXT-BASE not > WS-HIGH-BASE
                   move "IDN" to WS-DSC-CODE
                   move WS-HIGH-ID to WS-DSC-ID
                   move spaces to WS-DSC-TEXT
                   string "IDNEXT " delimited by size
                       WS-NEXT-BASE delimited by size
                       " non superieur au plus haut ID emis"
                       delimited by size
                       into WS-DSC-TEXT
                   end-string
                   perform write-discrepancy
               end-if
               move WS-IDT-READ to WS-RPT-COUNT
               move spaces to INTGRPT-REC
               string "  IDNEXT: " delimited by size
                   WS-NEXT-BASE delimited by size
                   "   Plus haut ID emis: " delimited by size
                   WS-HIGH-ID delimited by size
                   "   Emissions lues: " delimited by size
                   WS-RPT-COUNT delimited by size
                   into INTGRPT-TEXT
               end-string
               write INTGRPT-REC
           end-if.

       check-langcat.
           move "LANGCAT" to WS-CMP-SOURCE
           perform write-check-heading
           move "N" to WS-FILE-EOF
           open input LANGCAT-FILE
           if WS-LANGCAT-STATUS not = "00"
               perform note-check-skipped
           else
               perform until WS-FILE-EOF-YES
                   read LANGCAT-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           add 1 to WS-CAT-READ
                           perform check-one-library
                   end-read
               end-perform
               close LANGCAT-FILE
               move WS-CAT-READ to WS-RPT-COUNT
               move spaces to INTGRPT-REC
               string "  Entrees du catalogue controlees: "
                   delimited by size
                   WS-RPT-COUNT delimited by size
                   into INTGRPT-TEXT
               end-string
               write INTGRPT-REC
           end-if.

       check-one-library.
           move spaces to WS-LIB-NAME
           string "LANGLIB." delimited by size
               LANGCAT-K delimited by size
               LANGCAT-N delimited by size
               into WS-LIB-NAME
           end-string
           move 0 to WS-LIB-BOARDS
           open input LANGLIB-FILE
           if WS-LANGLIB-STATUS not = "00"
               move "LIB" to WS-DSC-CODE
               move 0 to WS-DSC-ID
               move spaces to WS-DSC-TEXT
               string "bibliotheque " delimited by size
                   WS-LIB-NAME delimited by size
                   " absente" delimited by size
                   into WS-DSC-TEXT
               end-string
               perform write-discrepancy
           else
               perform until WS-LANGLIB-STATUS not = "00"
                   read LANGLIB-FILE
                       at end move "10" to WS-LANGLIB-STATUS
                       not at end add 1 to WS-LIB-BOARDS
                   end-read
               end-perform
               close LANGLIB-FILE
               if WS-LIB-BOARDS not = LANGCAT-SOLCOUNT
                   move WS-LIB-BOARDS to WS-RPT-BIG
                   move LANGCAT-SOLCOUNT to WS-RPT-BIG2
                   move "CAT" to WS-DSC-CODE
                   move 0 to WS-DSC-ID
                   move spaces to WS-DSC-TEXT
                   string WS-LIB-NAME delimited by space
                       " grilles=" delimited by size
                       WS-RPT-BIG delimited by size
                       " catalogue=" delimited by size
                       WS-RPT-BIG2 delimited by size
                       into WS-DSC-TEXT
                   end-string
                   perform write-discrepancy
               end-if
           end-if.

       write-check-heading.
           move spaces to INTGRPT-REC
           write INTGRPT-REC
           move spaces to INTGRPT-REC
           evaluate WS-CMP-SOURCE
               when "ROSTER"
                   move "Controle ROSTMST / ROSTER" to INTGRPT-TEXT
               when "GENERATION"
                   move "Controle ROSTMST / generation ROSTPROM"
                       to INTGRPT-TEXT
               when "ROSTBLD"
                   move "Controle ROSTMST / ROSTBASE + ROSTJRNL"
                       to INTGRPT-TEXT
               when "GRADVAL"
                   move "Controle GRADVAL / ROSTMST" to INTGRPT-TEXT
               when "IDNEXT"
                   move "Controle IDNEXT / IDTRANS" to INTGRPT-TEXT
               when "LANGCAT"
                   move "Controle LANGCAT / LANGLIB" to INTGRPT-TEXT
           end-evaluate
           write INTGRPT-REC.

       note-check-skipped.
           add 1 to WS-CHECKS-SKIPPED
           move spaces to INTGRPT-REC
           string "  Fichier absent - controle " delimited by size
               WS-CMP-SOURCE delimited by space
               " non effectue" delimited by size
               into INTGRPT-TEXT
           end-string
           write INTGRPT-REC.

       write-discrepancy.
           add 1 to WS-TOTAL-DSC
           move spaces to INTGRPT-REC
           string "  " delimited by size
               WS-DSC-CODE delimited by size
               " " delimited by size
               WS-CMP-SOURCE delimited by size
               " " delimited by size
               WS-DSC-ID delimited by size
               " " delimited by size
               WS-DSC-TEXT delimited by size
               into INTGRPT-TEXT
           end-string
           write INTGRPT-REC.

       write-summary.
           move spaces to INTGRPT-REC
           write INTGRPT-REC
           move WS-TOTAL-DSC to WS-RPT-COUNT
           move WS-CHECKS-SKIPPED to WS-RPT-COUNT2
           move spaces to INTGRPT-REC
           string "Total des ecarts: " delimited by size
               WS-RPT-COUNT delimited by size
               "   Controles non effectues: " delimited by size
               WS-RPT-COUNT2 delimited by size
               into INTGRPT-TEXT
           end-string
           write INTGRPT-REC
           if WS-TOTAL-DSC > 0
               display "ATTENTION: " WS-TOTAL-DSC
                   " ecart(s) d'integrite - voir INTGRPT."
           end-if.
