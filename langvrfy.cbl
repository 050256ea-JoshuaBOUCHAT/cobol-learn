       identification division.
       program-id. LANGVRFY.
       environment division.
       input-output section.
       file-control.
           select LVRPARM-FILE assign to "LVRPARM"
               organization is line sequential
               file status is WS-LVRPARM-STATUS.
           select LANGLIB-FILE assign to dynamic WS-LIB-NAME
               organization is line sequential
               file status is WS-LANGLIB-STATUS.
           select LANGCAT-FILE assign to "LANGCAT"
               organization is line sequential
               file status is WS-LANGCAT-STATUS.
           select LVRRPT-FILE assign to "LVRRPT"
               organization is line sequential
               file status is WS-LVRRPT-STATUS.
       data division.
       file section.
       fd LVRPARM-FILE.
       01 LVRPARM-REC.
           05 LVR-K PIC 99.
           05 FILLER PIC X.
           05 LVR-N PIC 99.

       fd LANGLIB-FILE.
       01 LANGLIB-REC.
           05 LIB-SEQ PIC 9(9).
           05 FILLER PIC X.
           05 LIB-BOARD PIC X(96).

       fd LANGCAT-FILE.
       01 LANGCAT-REC.
           05 LANGCAT-K PIC 99.
           05 FILLER PIC X.
           05 LANGCAT-N PIC 99.
           05 FILLER PIC X.
           05 LANGCAT-SUM PIC 9(9).
           05 FILLER PIC X.
           05 LANGCAT-SOLCOUNT PIC 9(9).

       fd LVRRPT-FILE.
       01 LVRRPT-REC.
           05 LVRRPT-TEXT PIC X(132).

       working-storage section.
       01 WS-LVRPARM-STATUS PIC XX VALUE "00".
       01 WS-LANGLIB-STATUS PIC XX VALUE "00".
       01 WS-LANGCAT-STATUS PIC XX VALUE "00".
       01 WS-LVRRPT-STATUS PIC XX VALUE "00".

       01 WS-LIB-NAME PIC X(20) VALUE SPACES.
       01 K PIC 99 VALUE 0.
       01 N PIC 99 VALUE 0.
       01 NK PIC 99 VALUE 0.

       01 WS-CELL PIC XX.
       01 WS-CELL-VAL PIC 99 VALUE 0.
       01 WS-CELL-START PIC 9(3) VALUE 0.
       01 WS-MIRROR-START PIC 9(3) VALUE 0.
       01 WS-BOARD-LEN PIC 9(3) VALUE 0.
       01 WS-MIRROR PIC X(96).

       01 WS-NUM-TABLE.
           05 WS-NUM-ENTRY OCCURS 16 TIMES.
               10 WS-NUM-COUNT PIC 99.
               10 WS-NUM-LAST PIC 99.

       01 WS-BOARD-ERR PIC X(3) VALUE SPACES.
       01 WS-BOARD-DETAIL PIC X(40) VALUE SPACES.

       01 WS-BV-COUNT PIC 9(5) VALUE 0.
       01 WS-BV-MAX PIC 9(5) VALUE 20000.
       01 WS-BV-TABLE.
           05 WS-BV-ENTRY OCCURS 20000 TIMES.
               10 WS-BV-KEY PIC X(96).
               10 WS-BV-SEQ PIC 9(9).
               10 WS-BV-ORIENT PIC X.
       01 WS-BV-HOLD.
           05 WS-BV-HOLD-KEY PIC X(96).
           05 WS-BV-HOLD-SEQ PIC 9(9).
           05 WS-BV-HOLD-ORIENT PIC X.
       01 WS-GAP PIC 9(5) VALUE 0.
       01 WS-GRP-START PIC 9(5) VALUE 0.
       01 WS-GRP-DIRECT PIC 9(5) VALUE 0.
       01 WS-GRP-MIRROR PIC 9(5) VALUE 0.
       01 WS-GRP-SELF PIC 9(5) VALUE 0.

       01 WS-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-VALID-COUNT PIC 9(9) VALUE 0.
       01 WS-INVALID-COUNT PIC 9(9) VALUE 0.
       01 WS-SEQ-ERRORS PIC 9(9) VALUE 0.
       01 WS-DUP-COUNT PIC 9(9) VALUE 0.
       01 WS-PAIR-COUNT PIC 9(9) VALUE 0.
       01 WS-SELF-COUNT PIC 9(9) VALUE 0.
       01 WS-UNPAIRED-COUNT PIC 9(9) VALUE 0.
       01 WS-CLASS-COUNT PIC 9(9) VALUE 0.
       01 WS-EXPECT-SEQ PIC 9(9) VALUE 0.
       01 WS-CAT-FOUND PIC X VALUE "N".
           88 WS-CAT-FOUND-YES VALUE "Y".
       01 WS-CAT-SUM PIC 9(9) VALUE 0.
       01 WS-CAT-SOLCOUNT PIC 9(9) VALUE 0.
       01 WS-CERT-FAILS PIC 9(4) VALUE 0.

       01 WS-RPT-SEQ PIC Z(8)9.
       01 WS-RPT-BIG PIC Z(8)9.
       01 WS-RPT-BIG2 PIC Z(8)9.
       01 WS-RPT-VAL PIC Z9.

       01 WS-LOG-PROGRAM PIC X(10) VALUE "LANGVRFY".
       01 WS-LOG-N PIC 9(8) VALUE 0.
       01 WS-LOG-K PIC 9(8) VALUE 0.
       01 WS-LOG-RESULT PIC X(40) VALUE SPACES.
       01 WS-LOG-EVENT PIC X(5) VALUE SPACES.

       local-storage section.
       01 I PIC 9(5) VALUE 0.
       01 J PIC 9(5) VALUE 0.
       01 WS-SK PIC 9(5) VALUE 0.
       01 WS-LIB-EOF PIC X VALUE "N".
           88 WS-LIB-EOF-YES VALUE "Y".
       01 WS-CAT-EOF PIC X VALUE "N".
           88 WS-CAT-EOF-YES VALUE "Y".
       01 WS-VRF-ABORT PIC X VALUE "N".
           88 WS-VRF-ABORT-YES VALUE "Y".
       01 WS-TABLE-FULL PIC X VALUE "N".
           88 WS-TABLE-FULL-YES VALUE "Y".

       procedure division.
           move "DEBUT" to WS-LOG-EVENT
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           move "FIN" to WS-LOG-EVENT
           perform read-lvrparm
           if not WS-VRF-ABORT-YES
               perform open-verify-files
           end-if
           if not WS-VRF-ABORT-YES
               perform write-verify-header
               perform until WS-LIB-EOF-YES
                   read LANGLIB-FILE
                       at end move "Y" to WS-LIB-EOF
                       not at end
                           add 1 to WS-READ-COUNT
                           perform verify-one-board
                   end-read
               end-perform
               close LANGLIB-FILE
               perform sort-board-table
               perform check-duplicates-mirrors
               perform lookup-catalog
               perform write-reconciliation
               close LVRRPT-FILE
           end-if

           if WS-VRF-ABORT-YES
               move "Verification interrompue" to WS-LOG-RESULT
           else
               move spaces to WS-LOG-RESULT
               if WS-CERT-FAILS = 0
                   string "Certifiee, grilles=" delimited by size
                       WS-VALID-COUNT delimited by size
                       into WS-LOG-RESULT
                   end-string
               else
                   string "NON CERTIFIEE, anomalies=" delimited by size
                       WS-CERT-FAILS delimited by size
                       into WS-LOG-RESULT
                   end-string
               end-if
           end-if
           move N to WS-LOG-N
           move K to WS-LOG-K
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           if WS-VRF-ABORT-YES
               move 8 to return-code
           else
               if WS-CERT-FAILS > 0
                   move 4 to return-code
               end-if
           end-if.
       goback.

       read-lvrparm.
           open input LVRPARM-FILE
           if WS-LVRPARM-STATUS not = "00"
               display "Fichier LVRPARM introuvable - "
                   "verification interrompue."
               move "Y" to WS-VRF-ABORT
           else
               read LVRPARM-FILE
                   at end
                       display "Fichier LVRPARM vide - "
                           "verification interrompue."
                       move "Y" to WS-VRF-ABORT
                   not at end
                       if LVR-K is numeric and LVR-N is numeric
                           move LVR-K to K
                           move LVR-N to N
                       end-if
               end-read
               close LVRPARM-FILE
           end-if
           if not WS-VRF-ABORT-YES
               if N < 1 or N > 16 or K < 2 or K > 9 or N * K > 32
                   display "Parametres LVRPARM invalides - "
                       "verification interrompue."
                   move "Y" to WS-VRF-ABORT
               else
                   multiply N by K giving NK
                   compute WS-BOARD-LEN = NK * 3
               end-if
           end-if.

       open-verify-files.
           move spaces to WS-LIB-NAME
           string "LANGLIB." delimited by size
               K delimited by size
               N delimited by size
               into WS-LIB-NAME
           end-string
           open input LANGLIB-FILE
           if WS-LANGLIB-STATUS not = "00"
               display "Bibliotheque " WS-LIB-NAME " introuvable - "
                   "verification interrompue."
               move "Y" to WS-VRF-ABORT
           else
               open output LVRRPT-FILE
               if WS-LVRRPT-STATUS not = "00"
                   display "Fichier LVRRPT - creation impossible - "
                       "verification interrompue."
                   move "Y" to WS-VRF-ABORT
                   close LANGLIB-FILE
               end-if
           end-if.

       write-verify-header.
           move spaces to LVRRPT-REC
           string "Certification de la bibliotheque Langford("
               delimited by size
               K delimited by size
               "," delimited by size
               N delimited by size
               ") - " delimited by size
               WS-LIB-NAME delimited by size
               into LVRRPT-TEXT
           end-string
           write LVRRPT-REC.

       verify-one-board.
           move spaces to WS-BOARD-ERR
           move spaces to WS-BOARD-DETAIL
           add 1 to WS-EXPECT-SEQ
           if LIB-SEQ not numeric or LIB-SEQ not = WS-EXPECT-SEQ
               add 1 to WS-SEQ-ERRORS
               move "SEQ" to WS-BOARD-ERR
               move "numero de sequence hors suite" to WS-BOARD-DETAIL
               perform write-board-error
               move spaces to WS-BOARD-ERR
               if LIB-SEQ is numeric
                   move LIB-SEQ to WS-EXPECT-SEQ
               end-if
           end-if
           perform varying I from 1 by 1 until I > N
               move 0 to WS-NUM-COUNT(I)
               move 0 to WS-NUM-LAST(I)
           end-perform
           perform varying I from 1 by 1
                   until I > NK or WS-BOARD-ERR not = spaces
               compute WS-CELL-START = (I - 1) * 3 + 1
               move LIB-BOARD(WS-CELL-START:2) to WS-CELL
               perform check-one-cell
           end-perform
           if WS-BOARD-ERR = spaces and WS-BOARD-LEN < 96
               if LIB-BOARD(WS-BOARD-LEN + 1:) not = spaces
                   move "FMT" to WS-BOARD-ERR
                   move "cases au-dela de N*K" to WS-BOARD-DETAIL
               end-if
           end-if
           if WS-BOARD-ERR = spaces
               perform varying I from 1 by 1
                       until I > N or WS-BOARD-ERR not = spaces
                   if WS-NUM-COUNT(I) not = K
                       move I to WS-RPT-VAL
                       move "CNT" to WS-BOARD-ERR
                       move spaces to WS-BOARD-DETAIL
                       string "le nombre " delimited by size
                           WS-RPT-VAL delimited by size
                           " n'apparait pas K fois" delimited by size
                           into WS-BOARD-DETAIL
                       end-string
                   end-if
               end-perform
           end-if
           if WS-BOARD-ERR = spaces
               add 1 to WS-VALID-COUNT
               perform store-board-key
           else
               add 1 to WS-INVALID-COUNT
               perform write-board-error
           end-if.

       check-one-cell.
           if WS-CELL(1:1) = space
               move "0" to WS-CELL(1:1)
           end-if
           if WS-CELL not numeric
               move "FMT" to WS-BOARD-ERR
               move "case non numerique" to WS-BOARD-DETAIL
           else
               move WS-CELL to WS-CELL-VAL
               if WS-CELL-VAL < 1 or WS-CELL-VAL > N
                   move "VAL" to WS-BOARD-ERR
                   move "valeur hors de 1..N" to WS-BOARD-DETAIL
               else
                   if WS-NUM-COUNT(WS-CELL-VAL) > 0
                       if I - WS-NUM-LAST(WS-CELL-VAL)
                               not = WS-CELL-VAL + 1
                           move WS-CELL-VAL to WS-RPT-VAL
                           move "ECA" to WS-BOARD-ERR
                           move spaces to WS-BOARD-DETAIL
                           string "ecart faux pour le nombre "
                               delimited by size
                               WS-RPT-VAL delimited by size
                               into WS-BOARD-DETAIL
                           end-string
                       end-if
                   end-if
                   add 1 to WS-NUM-COUNT(WS-CELL-VAL)
                   move I to WS-NUM-LAST(WS-CELL-VAL)
               end-if
           end-if.

       store-board-key.
           move spaces to WS-MIRROR
           perform varying I from 1 by 1 until I > NK
               compute WS-CELL-START = (I - 1) * 3 + 1
               compute WS-MIRROR-START = (NK - I) * 3 + 1
               move LIB-BOARD(WS-CELL-START:3)
                   to WS-MIRROR(WS-MIRROR-START:3)
           end-perform
           if WS-BV-COUNT < WS-BV-MAX
               add 1 to WS-BV-COUNT
               move LIB-SEQ to WS-BV-SEQ(WS-BV-COUNT)
               evaluate true
                   when LIB-BOARD = WS-MIRROR
                       move LIB-BOARD to WS-BV-KEY(WS-BV-COUNT)
                       move "S" to WS-BV-ORIENT(WS-BV-COUNT)
                   when LIB-BOARD < WS-MIRROR
                       move LIB-BOARD to WS-BV-KEY(WS-BV-COUNT)
                       move "D" to WS-BV-ORIENT(WS-BV-COUNT)
                   when other
                       move WS-MIRROR to WS-BV-KEY(WS-BV-COUNT)
                       move "M" to WS-BV-ORIENT(WS-BV-COUNT)
               end-evaluate
           else
               if not WS-TABLE-FULL-YES
                   move "Y" to WS-TABLE-FULL
                   display "ATTENTION: plus de " WS-BV-MAX
                       " grilles - doublons et symetriques "
                       "controles sur les premieres seulement."
               end-if
           end-if.

       sort-board-table.
           divide WS-BV-COUNT by 2 giving WS-GAP
           perform until WS-GAP = 0
               compute J = WS-GAP + 1
               perform varying J from J by 1 until J > WS-BV-COUNT
                   move WS-BV-ENTRY(J) to WS-BV-HOLD
                   move J to WS-SK
                   perform until WS-SK not > WS-GAP
                           or WS-BV-KEY(WS-SK - WS-GAP)
                               not > WS-BV-HOLD-KEY
                       move WS-BV-ENTRY(WS-SK - WS-GAP)
                           to WS-BV-ENTRY(WS-SK)
                       subtract WS-GAP from WS-SK
                   end-perform
                   move WS-BV-HOLD to WS-BV-ENTRY(WS-SK)
               end-perform
               divide WS-GAP by 2 giving WS-GAP
           end-perform.

       check-duplicates-mirrors.
           move 1 to WS-GRP-START
           perform varying I from 1 by 1 until I > WS-BV-COUNT
               if I = WS-BV-COUNT
                   perform close-board-group
               else
                   if WS-BV-KEY(I + 1) not = WS-BV-KEY(I)
                       perform close-board-group
                   end-if
               end-if
           end-perform.

       close-board-group.
           add 1 to WS-CLASS-COUNT
           move 0 to WS-GRP-DIRECT
           move 0 to WS-GRP-MIRROR
           move 0 to WS-GRP-SELF
           perform varying J from WS-GRP-START by 1 until J > I
               evaluate WS-BV-ORIENT(J)
                   when "D"
                       add 1 to WS-GRP-DIRECT
                       if WS-GRP-DIRECT > 1
                           perform report-duplicate
                       end-if
                   when "M"
                       add 1 to WS-GRP-MIRROR
                       if WS-GRP-MIRROR > 1
                           perform report-duplicate
                       end-if
                   when other
                       add 1 to WS-GRP-SELF
                       if WS-GRP-SELF > 1
                           perform report-duplicate
                       end-if
               end-evaluate
           end-perform
           evaluate true
               when WS-GRP-SELF > 0
                   add 1 to WS-SELF-COUNT
               when WS-GRP-DIRECT > 0 and WS-GRP-MIRROR > 0
                   add 1 to WS-PAIR-COUNT
               when other
                   add 1 to WS-UNPAIRED-COUNT
                   move WS-BV-SEQ(WS-GRP-START) to WS-RPT-SEQ
                   move spaces to LVRRPT-REC
                   string "  SYM grille " delimited by size
                       WS-RPT-SEQ delimited by size
                       " sans son image miroir" delimited by size
                       into LVRRPT-TEXT
                   end-string
                   write LVRRPT-REC
           end-evaluate
           compute WS-GRP-START = I + 1.

       report-duplicate.
           add 1 to WS-DUP-COUNT
           move WS-BV-SEQ(J) to WS-RPT-SEQ
           move WS-BV-SEQ(WS-GRP-START) to WS-RPT-BIG
           move spaces to LVRRPT-REC
           string "  DBL grille " delimited by size
               WS-RPT-SEQ delimited by size
               " en double (deja vue en " delimited by size
               WS-RPT-BIG delimited by size
               ")" delimited by size
               into LVRRPT-TEXT
           end-string
           write LVRRPT-REC.

       write-board-error.
           move LIB-SEQ to WS-RPT-SEQ
           move spaces to LVRRPT-REC
           string "  " delimited by size
               WS-BOARD-ERR delimited by size
               " grille " delimited by size
               WS-RPT-SEQ delimited by size
               " " delimited by size
               WS-BOARD-DETAIL delimited by size
               into LVRRPT-TEXT
           end-string
           write LVRRPT-REC
           move spaces to LVRRPT-REC
           string "      " delimited by size
               LIB-BOARD delimited by size
               into LVRRPT-TEXT
           end-string
           write LVRRPT-REC.

       lookup-catalog.
           move "N" to WS-CAT-FOUND
           move "N" to WS-CAT-EOF
           open input LANGCAT-FILE
           if WS-LANGCAT-STATUS = "00"
               perform until WS-CAT-EOF-YES or WS-CAT-FOUND-YES
                   read LANGCAT-FILE
                       at end move "Y" to WS-CAT-EOF
                       not at end
                           if LANGCAT-K = K and LANGCAT-N = N
                               move "Y" to WS-CAT-FOUND
                               move LANGCAT-SUM to WS-CAT-SUM
                               move LANGCAT-SOLCOUNT
                                   to WS-CAT-SOLCOUNT
                           end-if
                   end-read
               end-perform
               close LANGCAT-FILE
           end-if.

       write-reconciliation.
           move spaces to LVRRPT-REC
           write LVRRPT-REC
           move WS-READ-COUNT to WS-RPT-BIG
           move spaces to LVRRPT-REC
           string "Grilles lues:                 " delimited by size
               WS-RPT-BIG delimited by size
               into LVRRPT-TEXT
           end-string
           write LVRRPT-REC
           move WS-VALID-COUNT to WS-RPT-BIG
           move spaces to LVRRPT-REC
           string "Grilles valides:              " delimited by size
               WS-RPT-BIG delimited by size
               into LVRRPT-TEXT
           end-string
           write LVRRPT-REC
           move WS-INVALID-COUNT to WS-RPT-BIG
           move spaces to LVRRPT-REC
           string "Grilles invalides:            " delimited by size
               WS-RPT-BIG delimited by size
               into LVRRPT-TEXT
           end-string
           write LVRRPT-REC
           move WS-SEQ-ERRORS to WS-RPT-BIG
           move spaces to LVRRPT-REC
           string "Ruptures de sequence:         " delimited by size
               WS-RPT-BIG delimited by size
               into LVRRPT-TEXT
           end-string
           write LVRRPT-REC
           move WS-DUP-COUNT to WS-RPT-BIG
           move spaces to LVRRPT-REC
           string "Grilles en double:            " delimited by size
               WS-RPT-BIG delimited by size
               into LVRRPT-TEXT
           end-string
           write LVRRPT-REC
           move WS-PAIR-COUNT to WS-RPT-BIG
           move spaces to LVRRPT-REC
           string "Paires grille/miroir:         " delimited by size
               WS-RPT-BIG delimited by size
               into LVRRPT-TEXT
           end-string
           write LVRRPT-REC
           move WS-SELF-COUNT to WS-RPT-BIG
           move spaces to LVRRPT-REC
           string "Grilles symetriques:          " delimited by size
               WS-RPT-BIG delimited by size
               into LVRRPT-TEXT
           end-string
           write LVRRPT-REC
           move WS-UNPAIRED-COUNT to WS-RPT-BIG
           move spaces to LVRRPT-REC
           string "Grilles sans miroir:          " delimited by size
               WS-RPT-BIG delimited by size
               into LVRRPT-TEXT
           end-string
           write LVRRPT-REC
           compute WS-CERT-FAILS = WS-INVALID-COUNT + WS-SEQ-ERRORS
               + WS-DUP-COUNT + WS-UNPAIRED-COUNT
           if WS-TABLE-FULL-YES
               move spaces to LVRRPT-REC
               string "ATTENTION: table saturee - doublons et "
                   delimited by size
                   "miroirs controles partiellement" delimited by size
                   into LVRRPT-TEXT
               end-string
               write LVRRPT-REC
               add 1 to WS-CERT-FAILS
           end-if
           move spaces to LVRRPT-REC
           write LVRRPT-REC
           if not WS-CAT-FOUND-YES
               move spaces to LVRRPT-REC
               string "LANGCAT: aucune entree pour ce couple (K,N)"
                   delimited by size
                   into LVRRPT-TEXT
               end-string
               write LVRRPT-REC
               add 1 to WS-CERT-FAILS
           else
               move WS-VALID-COUNT to WS-RPT-BIG
               move WS-CAT-SOLCOUNT to WS-RPT-BIG2
               move spaces to LVRRPT-REC
               if WS-VALID-COUNT = WS-CAT-SOLCOUNT
                   string "LANGCAT-SOLCOUNT conforme:    "
                       delimited by size
                       WS-RPT-BIG2 delimited by size
                       into LVRRPT-TEXT
                   end-string
               else
                   string "LANGCAT-SOLCOUNT EN ECART:    "
                       delimited by size
                       WS-RPT-BIG2 delimited by size
                       " catalogue, " delimited by size
                       WS-RPT-BIG delimited by size
                       " verifiees" delimited by size
                       into LVRRPT-TEXT
                   end-string
                   add 1 to WS-CERT-FAILS
               end-if
               write LVRRPT-REC
               move WS-CLASS-COUNT to WS-RPT-BIG
               move WS-CAT-SUM to WS-RPT-BIG2
               move spaces to LVRRPT-REC
               if WS-CLASS-COUNT = WS-CAT-SUM
                   string "LANGCAT-SUM conforme:         "
                       delimited by size
                       WS-RPT-BIG2 delimited by size
                       into LVRRPT-TEXT
                   end-string
               else
                   string "LANGCAT-SUM EN ECART:         "
                       delimited by size
                       WS-RPT-BIG2 delimited by size
                       " catalogue, " delimited by size
                       WS-RPT-BIG delimited by size
                       " distinctes au miroir pres" delimited by size
                       into LVRRPT-TEXT
                   end-string
                   add 1 to WS-CERT-FAILS
               end-if
               write LVRRPT-REC
           end-if
           move spaces to LVRRPT-REC
           if WS-CERT-FAILS = 0
               string "Bibliotheque CERTIFIEE" delimited by size
                   into LVRRPT-TEXT
               end-string
           else
               string "Bibliotheque NON CERTIFIEE" delimited by size
                   into LVRRPT-TEXT
               end-string
           end-if
           write LVRRPT-REC.
