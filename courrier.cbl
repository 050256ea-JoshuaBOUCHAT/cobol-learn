       identification division.
       program-id. COURRIER.
       environment division.
       input-output section.
       file-control.
           select LETPARM-FILE assign to "LETPARM"
               organization is line sequential
               file status is WS-LETPARM-STATUS.
           select LETTMPL-FILE assign to "LETTMPL"
               organization is line sequential
               file status is WS-LETTMPL-STATUS.
           select IDTRANS-FILE assign to "IDTRANS"
               organization is line sequential
               file status is WS-IDTRANS-STATUS.
           select JRNL-FILE assign to "ROSTJRNL"
               organization is line sequential
               file status is WS-JRNL-STATUS.
           select LETHIST-FILE assign to "LETHIST"
               organization is indexed
               access mode is dynamic
               record key is LHS-KEY
               file status is WS-LETHIST-STATUS.
           select LETTRES-FILE assign to "LETTRES"
               organization is line sequential
               file status is WS-LETTRES-STATUS.
           select LETREG-FILE assign to "LETREG"
               organization is line sequential
               file status is WS-LETREG-STATUS.
       data division.
       file section.
       fd LETPARM-FILE.
       01 LETPARM-REC.
           05 LETP-FROM-DATE PIC 9(8).
           05 FILLER PIC X.
           05 LETP-TO-DATE PIC 9(8).
           05 FILLER PIC X.
           05 LETP-LETTER-DATE PIC 9(8).

       fd LETTMPL-FILE.
       01 LETTMPL-REC.
           05 LTM-TYPE PIC X(3).
           05 FILLER PIC X.
           05 LTM-TEXT PIC X(76).

       fd IDTRANS-FILE.
       01 IDTRANS-REC.
           05 IDTRANS-ACTION PIC X(3).
           05 IDTRANS-NAME PIC X(25).
           05 IDTRANS-SURNAME PIC X(25).
           05 IDTRANS-ID PIC 9(8).
           05 IDTRANS-DATE PIC 9(8).
           05 IDTRANS-OPER PIC X(8).

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

       fd LETHIST-FILE.
       01 LETHIST-REC.
           05 LHS-KEY.
               10 LHS-TYPE PIC X(3).
               10 LHS-ID PIC 9(8).
               10 LHS-EVT-DATE PIC 9(8).
           05 LHS-LETTER-DATE PIC 9(8).
           05 LHS-SOURCE PIC X(8).

       fd LETTRES-FILE.
       01 LETTRES-REC.
           05 LETTRES-TEXT PIC X(80).

       fd LETREG-FILE.
       01 LETREG-REC.
           05 LETREG-TEXT PIC X(132).

       working-storage section.
       01 WS-LETPARM-STATUS PIC XX VALUE "00".
       01 WS-LETTMPL-STATUS PIC XX VALUE "00".
       01 WS-IDTRANS-STATUS PIC XX VALUE "00".
       01 WS-JRNL-STATUS PIC XX VALUE "00".
       01 WS-LETHIST-STATUS PIC XX VALUE "00".
       01 WS-LETTRES-STATUS PIC XX VALUE "00".
       01 WS-LETREG-STATUS PIC XX VALUE "00".

       01 WS-SYS-DATE PIC 9(8) VALUE 0.
       01 WS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-TO-DATE PIC 9(8) VALUE 0.
       01 WS-LETTER-DATE PIC 9(8) VALUE 0.

       01 WS-TPL-COUNT PIC 9(4) VALUE 0.
       01 WS-TPL-TABLE.
           05 WS-TPL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TPL-COUNT.
               10 WS-TPL-TYPE PIC X(3).
               10 WS-TPL-TEXT PIC X(76).

       01 WS-TYP-COUNT PIC 99 VALUE 0.
       01 WS-TYP-TABLE.
           05 WS-TYP-ENTRY OCCURS 50 TIMES.
               10 WS-TYP-CODE PIC X(3).
               10 WS-TYP-LETTERS PIC 9(6).
       01 WS-TYP-IDX PIC 99 VALUE 0.
       01 WS-TYP-FOUND PIC X VALUE "N".
           88 WS-TYP-FOUND-YES VALUE "Y".

       01 WS-EVT-SOURCE PIC X(8) VALUE SPACES.
       01 WS-EVT-TYPE PIC X(3) VALUE SPACES.
       01 WS-EVT-ID PIC 9(8) VALUE 0.
       01 WS-EVT-NAME PIC X(25) VALUE SPACES.
       01 WS-EVT-SURNAME PIC X(25) VALUE SPACES.
       01 WS-EVT-DATE PIC 9(8) VALUE 0.
       01 WS-EVT-KEY-DATE PIC 9(8) VALUE 0.
       01 WS-EVT-ADM-DATE PIC 9(8) VALUE 0.
       01 WS-EVT-WDR-DATE PIC 9(8) VALUE 0.
       01 WS-EVT-STATUS PIC X VALUE SPACE.

       01 WS-TPL-WORK PIC X(90).
       01 WS-TPL-LEN PIC 99 VALUE 0.
       01 WS-IN-POS PIC 99 VALUE 0.
       01 WS-OUT-PTR PIC 9(3) VALUE 0.
       01 WS-MARK-LEN PIC 99 VALUE 0.
       01 WS-VAL-TEXT PIC X(25) VALUE SPACES.
       01 WS-VAL-LEN PIC 99 VALUE 0.
       01 WS-TRIM-FIELD PIC X(25).
       01 WS-TRIM-LEN PIC 99 VALUE 1.

       01 WS-FMT-DATE PIC 9(8) VALUE 0.
       01 WS-FMT-DATE-R REDEFINES WS-FMT-DATE.
           05 WS-FMT-YYYY PIC 9(4).
           05 WS-FMT-MM PIC 99.
           05 WS-FMT-DD PIC 99.
       01 WS-FMT-OUT PIC X(10) VALUE SPACES.

       01 WS-PAGE-NUM PIC 9(6) VALUE 0.
       01 WS-LINE-CT PIC 9(3) VALUE 0.
       01 WS-PAGE-MAX PIC 9(3) VALUE 55.
       01 WS-HOLD-TEXT PIC X(80).

       01 WS-IDTRANS-READ PIC 9(6) VALUE 0.
       01 WS-JRNL-READ PIC 9(6) VALUE 0.
       01 WS-LETTER-COUNT PIC 9(6) VALUE 0.
       01 WS-OUT-RANGE-COUNT PIC 9(6) VALUE 0.
       01 WS-ALREADY-COUNT PIC 9(6) VALUE 0.
       01 WS-NO-TPL-COUNT PIC 9(6) VALUE 0.
       01 WS-HIST-ERRORS PIC 9(6) VALUE 0.

       01 WS-RPT-ID PIC 9(8).
       01 WS-RPT-COUNT PIC ZZZZZ9.
       01 WS-RPT-PAGE PIC ZZZZZ9.
       01 WS-RPT-FROM PIC X(10).
       01 WS-RPT-TO PIC X(10).

       01 WS-LOG-PROGRAM PIC X(10) VALUE "COURRIER".
       01 WS-LOG-N PIC 9(8) VALUE 0.
       01 WS-LOG-K PIC 9(8) VALUE 0.
       01 WS-LOG-RESULT PIC X(40) VALUE SPACES.
       01 WS-LOG-EVENT PIC X(5) VALUE SPACES.

       local-storage section.
       01 I PIC 9(4) VALUE 0.
       01 WS-TPL-EOF PIC X VALUE "N".
           88 WS-TPL-EOF-YES VALUE "Y".
       01 WS-EVT-EOF PIC X VALUE "N".
           88 WS-EVT-EOF-YES VALUE "Y".
       01 WS-LET-ABORT PIC X VALUE "N".
           88 WS-LET-ABORT-YES VALUE "Y".
       01 WS-HIST-OPEN PIC X VALUE "N".
           88 WS-HIST-OPEN-YES VALUE "Y".

       procedure division.
           move "DEBUT" to WS-LOG-EVENT
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           move "FIN" to WS-LOG-EVENT
           accept WS-SYS-DATE from date yyyymmdd
           perform read-letparm
           if not WS-LET-ABORT-YES
               perform load-templates
           end-if
           if not WS-LET-ABORT-YES
               perform open-lethist
           end-if
           if not WS-LET-ABORT-YES
               perform open-letter-files
           end-if
           if not WS-LET-ABORT-YES
               perform process-idtrans
               perform process-journal
               perform write-register-totals
               close LETTRES-FILE
               close LETREG-FILE
           end-if
           if WS-HIST-OPEN-YES
               close LETHIST-FILE
           end-if

           if WS-LET-ABORT-YES
               move "Courrier interrompu" to WS-LOG-RESULT
           else
               move spaces to WS-LOG-RESULT
               string "Lettres=" delimited by size
                   WS-LETTER-COUNT delimited by size
                   " Deja=" delimited by size
                   WS-ALREADY-COUNT delimited by size
                   into WS-LOG-RESULT
               end-string
           end-if
           move WS-LETTER-COUNT to WS-LOG-N
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           if WS-LET-ABORT-YES
               move 8 to return-code
           else
               if WS-HIST-ERRORS > 0
                   move 4 to return-code
               end-if
           end-if.
       goback.

       read-letparm.
           move WS-SYS-DATE to WS-LETTER-DATE
           open input LETPARM-FILE
           if WS-LETPARM-STATUS not = "00"
               display "Parametre LETPARM introuvable - "
                   "courrier interrompu."
               move "Y" to WS-LET-ABORT
           else
               read LETPARM-FILE
                   at end
                       display "Parametre LETPARM vide - "
                           "courrier interrompu."
                       move "Y" to WS-LET-ABORT
                   not at end
                       if LETP-FROM-DATE is numeric
                               and LETP-TO-DATE is numeric
                               and LETP-FROM-DATE not > LETP-TO-DATE
                           move LETP-FROM-DATE to WS-FROM-DATE
                           move LETP-TO-DATE to WS-TO-DATE
                       else
                           display "Periode LETPARM invalide - "
                               "courrier interrompu."
                           move "Y" to WS-LET-ABORT
                       end-if
                       if LETP-LETTER-DATE is numeric
                               and LETP-LETTER-DATE > 0
                           move LETP-LETTER-DATE to WS-LETTER-DATE
                       end-if
               end-read
               close LETPARM-FILE
           end-if.

       load-templates.
           move "N" to WS-TPL-EOF
           move 0 to WS-TPL-COUNT
           move 0 to WS-TYP-COUNT
           open input LETTMPL-FILE
           if WS-LETTMPL-STATUS not = "00"
               display "Fichier LETTMPL introuvable - "
                   "courrier interrompu."
               move "Y" to WS-LET-ABORT
           else
               perform until WS-TPL-EOF-YES
                   read LETTMPL-FILE
                       at end move "Y" to WS-TPL-EOF
                       not at end
                           if LTM-TYPE not = spaces
                                   and LTM-TYPE(1:1) not = "*"
                               perform store-template-line
                           end-if
                   end-read
               end-perform
               close LETTMPL-FILE
               if WS-TPL-COUNT = 0
                   display "Fichier LETTMPL sans modele - "
                       "courrier interrompu."
                   move "Y" to WS-LET-ABORT
               end-if
           end-if.

       store-template-line.
           if WS-TPL-COUNT = 500
               display "ATTENTION: plafond modeles (500) atteint - "
                   "lignes supplementaires ignorees."
           else
               add 1 to WS-TPL-COUNT
               move LTM-TYPE to WS-TPL-TYPE(WS-TPL-COUNT)
               move LTM-TEXT to WS-TPL-TEXT(WS-TPL-COUNT)
               move LTM-TYPE to WS-EVT-TYPE
               perform find-letter-type
               if not WS-TYP-FOUND-YES and WS-TYP-COUNT < 50
                   add 1 to WS-TYP-COUNT
                   move LTM-TYPE to WS-TYP-CODE(WS-TYP-COUNT)
                   move 0 to WS-TYP-LETTERS(WS-TYP-COUNT)
               end-if
           end-if.

       find-letter-type.
           move "N" to WS-TYP-FOUND
           move 0 to WS-TYP-IDX
           perform varying I from 1 by 1
                   until I > WS-TYP-COUNT or WS-TYP-FOUND-YES
               if WS-TYP-CODE(I) = WS-EVT-TYPE
                   move "Y" to WS-TYP-FOUND
                   move I to WS-TYP-IDX
               end-if
           end-perform.

       open-lethist.
           open i-o LETHIST-FILE
           if WS-LETHIST-STATUS not = "00"
               open output LETHIST-FILE
               if WS-LETHIST-STATUS = "00"
                   close LETHIST-FILE
                   open i-o LETHIST-FILE
               end-if
           end-if
           if WS-LETHIST-STATUS not = "00"
               display "Fichier LETHIST - ouverture impossible - "
                   "courrier interrompu."
               move "Y" to WS-LET-ABORT
           else
               move "Y" to WS-HIST-OPEN
           end-if.

       open-letter-files.
           open output LETTRES-FILE
           if WS-LETTRES-STATUS not = "00"
               display "Fichier LETTRES - creation impossible - "
                   "courrier interrompu."
               move "Y" to WS-LET-ABORT
           else
               open output LETREG-FILE
               if WS-LETREG-STATUS not = "00"
                   display "Fichier LETREG - creation impossible - "
                       "courrier interrompu."
                   move "Y" to WS-LET-ABORT
                   close LETTRES-FILE
               else
                   perform write-register-header
               end-if
           end-if.

       write-register-header.
           move WS-FROM-DATE to WS-FMT-DATE
           perform format-date
           move WS-FMT-OUT to WS-RPT-FROM
           move WS-TO-DATE to WS-FMT-DATE
           perform format-date
           move WS-FMT-OUT to WS-RPT-TO
           move WS-LETTER-DATE to WS-FMT-DATE
           perform format-date
           move spaces to LETREG-REC
           string "Registre d'envoi du courrier du " delimited by size
               WS-FMT-OUT delimited by size
               " - evenements du " delimited by size
               WS-RPT-FROM delimited by size
               " au " delimited by size
               WS-RPT-TO delimited by size
               into LETREG-TEXT
           end-string
           write LETREG-REC
           move spaces to LETREG-REC
           string "Type ID       Prenom                    "
               delimited by size
               "Nom                       Evenement   Source   Page"
               delimited by size
               into LETREG-TEXT
           end-string
           write LETREG-REC.

       process-idtrans.
           move "N" to WS-EVT-EOF
           open input IDTRANS-FILE
           if WS-IDTRANS-STATUS not = "00"
               display "Fichier IDTRANS absent - "
                   "aucune lettre d'attribution d'ID."
           else
               perform until WS-EVT-EOF-YES
                   read IDTRANS-FILE
                       at end move "Y" to WS-EVT-EOF
                       not at end
                           add 1 to WS-IDTRANS-READ
                           move "IDTRANS" to WS-EVT-SOURCE
                           move IDTRANS-ACTION to WS-EVT-TYPE
                           move IDTRANS-ID to WS-EVT-ID
                           move IDTRANS-NAME to WS-EVT-NAME
                           move IDTRANS-SURNAME to WS-EVT-SURNAME
                           move IDTRANS-DATE to WS-EVT-DATE
                           move IDTRANS-DATE to WS-EVT-ADM-DATE
                           move 0 to WS-EVT-WDR-DATE
                           move "A" to WS-EVT-STATUS
                           perform process-one-event
                   end-read
               end-perform
               close IDTRANS-FILE
           end-if.

       process-journal.
           move "N" to WS-EVT-EOF
           open input JRNL-FILE
           if WS-JRNL-STATUS not = "00"
               display "Fichier ROSTJRNL absent - "
                   "aucune lettre de mouvement du roster."
           else
               perform until WS-EVT-EOF-YES
                   read JRNL-FILE
                       at end move "Y" to WS-EVT-EOF
                       not at end
                           add 1 to WS-JRNL-READ
                           move "ROSTJRNL" to WS-EVT-SOURCE
                           move JRNL-ACTION to WS-EVT-TYPE
                           move JRNL-DATE to WS-EVT-DATE
                           if JRNL-AFT-ID = 0
                               move JRNL-BEF-ID to WS-EVT-ID
                               move JRNL-BEF-NAME to WS-EVT-NAME
                               move JRNL-BEF-SURNAME
                                   to WS-EVT-SURNAME
                               move JRNL-BEF-ADM-DATE
                                   to WS-EVT-ADM-DATE
                               move JRNL-BEF-WDR-DATE
                                   to WS-EVT-WDR-DATE
                               move JRNL-BEF-STATUS to WS-EVT-STATUS
                           else
                               move JRNL-AFT-ID to WS-EVT-ID
                               move JRNL-AFT-NAME to WS-EVT-NAME
                               move JRNL-AFT-SURNAME
                                   to WS-EVT-SURNAME
                               move JRNL-AFT-ADM-DATE
                                   to WS-EVT-ADM-DATE
                               move JRNL-AFT-WDR-DATE
                                   to WS-EVT-WDR-DATE
                               move JRNL-AFT-STATUS to WS-EVT-STATUS
                           end-if
                           perform process-one-event
                   end-read
               end-perform
               close JRNL-FILE
           end-if.

       process-one-event.
           if WS-EVT-DATE < WS-FROM-DATE or WS-EVT-DATE > WS-TO-DATE
               add 1 to WS-OUT-RANGE-COUNT
           else
               perform find-letter-type
               if not WS-TYP-FOUND-YES
                   add 1 to WS-NO-TPL-COUNT
               else
                   if WS-EVT-TYPE = "ADD"
                       move 0 to WS-EVT-KEY-DATE
                   else
                       move WS-EVT-DATE to WS-EVT-KEY-DATE
                   end-if
                   move WS-EVT-TYPE to LHS-TYPE
                   move WS-EVT-ID to LHS-ID
                   move WS-EVT-KEY-DATE to LHS-EVT-DATE
                   read LETHIST-FILE
                       invalid key
                           perform produce-letter
                       not invalid key
                           add 1 to WS-ALREADY-COUNT
                   end-read
               end-if
           end-if.

       produce-letter.
           add 1 to WS-LETTER-COUNT
           add 1 to WS-TYP-LETTERS(WS-TYP-IDX)
           perform start-new-page
           perform varying I from 1 by 1 until I > WS-TPL-COUNT
               if WS-TPL-TYPE(I) = WS-EVT-TYPE
                   perform fill-template-line
                   perform write-print-line
               end-if
           end-perform
           perform write-register-line
           move spaces to LETHIST-REC
           move WS-EVT-TYPE to LHS-TYPE
           move WS-EVT-ID to LHS-ID
           move WS-EVT-KEY-DATE to LHS-EVT-DATE
           move WS-LETTER-DATE to LHS-LETTER-DATE
           move WS-EVT-SOURCE to LHS-SOURCE
           write LETHIST-REC
               invalid key
                   add 1 to WS-HIST-ERRORS
                   display "LETHIST - ecriture impossible pour "
                       WS-EVT-TYPE " " WS-EVT-ID
           end-write.

       start-new-page.
           add 1 to WS-PAGE-NUM
           move 0 to WS-LINE-CT
           move WS-PAGE-NUM to WS-RPT-PAGE
           move WS-EVT-ID to WS-RPT-ID
           move spaces to LETTRES-REC
           move all "=" to LETTRES-TEXT
           perform write-print-line
           move spaces to LETTRES-REC
           string "Lettre " delimited by size
               WS-EVT-TYPE delimited by size
               " - ID " delimited by size
               WS-RPT-ID delimited by size
               "                                  Page "
               delimited by size
               WS-RPT-PAGE delimited by size
               into LETTRES-TEXT
           end-string
           perform write-print-line
           move spaces to LETTRES-REC
           perform write-print-line
           move spaces to LETTRES-REC
           string WS-EVT-NAME delimited by size
               " " delimited by size
               WS-EVT-SURNAME delimited by size
               into LETTRES-TEXT
           end-string
           perform write-print-line
           move spaces to LETTRES-REC
           string "ID " delimited by size
               WS-RPT-ID delimited by size
               into LETTRES-TEXT
           end-string
           perform write-print-line
           move spaces to LETTRES-REC
           perform write-print-line
           move WS-LETTER-DATE to WS-FMT-DATE
           perform format-date
           move spaces to LETTRES-REC
           string "                                          Le "
               delimited by size
               WS-FMT-OUT delimited by size
               into LETTRES-TEXT
           end-string
           perform write-print-line
           move spaces to LETTRES-REC
           perform write-print-line.

       write-print-line.
           if WS-LINE-CT >= WS-PAGE-MAX
               move LETTRES-TEXT to WS-HOLD-TEXT
               perform continue-page
               move WS-HOLD-TEXT to LETTRES-TEXT
           end-if
           write LETTRES-REC
           add 1 to WS-LINE-CT.

       continue-page.
           add 1 to WS-PAGE-NUM
           move 0 to WS-LINE-CT
           move WS-PAGE-NUM to WS-RPT-PAGE
           move WS-EVT-ID to WS-RPT-ID
           move spaces to LETTRES-REC
           string "Lettre (suite) ID " delimited by size
               WS-RPT-ID delimited by size
               "                                  Page "
               delimited by size
               WS-RPT-PAGE delimited by size
               into LETTRES-TEXT
           end-string
           write LETTRES-REC
           add 1 to WS-LINE-CT.

       fill-template-line.
           move spaces to WS-TPL-WORK
           move WS-TPL-TEXT(I) to WS-TPL-WORK
           move 76 to WS-TPL-LEN
           perform until WS-TPL-LEN = 0
                   or WS-TPL-WORK(WS-TPL-LEN:1) not = space
               subtract 1 from WS-TPL-LEN
           end-perform
           move spaces to LETTRES-REC
           move 1 to WS-OUT-PTR
           move 1 to WS-IN-POS
           perform until WS-IN-POS > WS-TPL-LEN or WS-OUT-PTR > 80
               move 0 to WS-MARK-LEN
               if WS-TPL-WORK(WS-IN-POS:1) = "<"
                   perform match-marker
               end-if
               if WS-MARK-LEN > 0
                   if WS-VAL-LEN > 0
                       string WS-VAL-TEXT(1:WS-VAL-LEN)
                           delimited by size
                           into LETTRES-TEXT
                           with pointer WS-OUT-PTR
                       end-string
                   end-if
                   add WS-MARK-LEN to WS-IN-POS
               else
                   string WS-TPL-WORK(WS-IN-POS:1) delimited by size
                       into LETTRES-TEXT
                       with pointer WS-OUT-PTR
                   end-string
                   add 1 to WS-IN-POS
               end-if
           end-perform.

       match-marker.
           move spaces to WS-VAL-TEXT
           move 0 to WS-VAL-LEN
           evaluate true
               when WS-TPL-WORK(WS-IN-POS:8) = "<PRENOM>"
                   move 8 to WS-MARK-LEN
                   move WS-EVT-NAME to WS-TRIM-FIELD
                   perform set-trimmed-value
               when WS-TPL-WORK(WS-IN-POS:5) = "<NOM>"
                   move 5 to WS-MARK-LEN
                   move WS-EVT-SURNAME to WS-TRIM-FIELD
                   perform set-trimmed-value
               when WS-TPL-WORK(WS-IN-POS:4) = "<ID>"
                   move 4 to WS-MARK-LEN
                   move WS-EVT-ID to WS-RPT-ID
                   move WS-RPT-ID to WS-VAL-TEXT
                   move 8 to WS-VAL-LEN
               when WS-TPL-WORK(WS-IN-POS:6) = "<DATE>"
                   move 6 to WS-MARK-LEN
                   move WS-EVT-DATE to WS-FMT-DATE
                   perform set-date-value
               when WS-TPL-WORK(WS-IN-POS:5) = "<ADM>"
                   move 5 to WS-MARK-LEN
                   move WS-EVT-ADM-DATE to WS-FMT-DATE
                   perform set-date-value
               when WS-TPL-WORK(WS-IN-POS:5) = "<RET>"
                   move 5 to WS-MARK-LEN
                   move WS-EVT-WDR-DATE to WS-FMT-DATE
                   perform set-date-value
               when WS-TPL-WORK(WS-IN-POS:6) = "<JOUR>"
                   move 6 to WS-MARK-LEN
                   move WS-LETTER-DATE to WS-FMT-DATE
                   perform set-date-value
               when WS-TPL-WORK(WS-IN-POS:8) = "<STATUT>"
                   move 8 to WS-MARK-LEN
                   perform set-status-value
               when other
                   move 0 to WS-MARK-LEN
           end-evaluate.

       set-trimmed-value.
           move 25 to WS-TRIM-LEN
           perform until WS-TRIM-LEN = 1
                   or WS-TRIM-FIELD(WS-TRIM-LEN:1) not = space
               subtract 1 from WS-TRIM-LEN
           end-perform
           if WS-TRIM-FIELD not = spaces
               move WS-TRIM-FIELD to WS-VAL-TEXT
               move WS-TRIM-LEN to WS-VAL-LEN
           end-if.

       set-date-value.
           if WS-FMT-DATE > 0
               perform format-date
               move WS-FMT-OUT to WS-VAL-TEXT
               move 10 to WS-VAL-LEN
           end-if.

       set-status-value.
           evaluate WS-EVT-STATUS
               when "A"
                   move "actif" to WS-VAL-TEXT
                   move 5 to WS-VAL-LEN
               when "P"
                   move "en probation" to WS-VAL-TEXT
                   move 12 to WS-VAL-LEN
               when "W"
                   move "retire" to WS-VAL-TEXT
                   move 6 to WS-VAL-LEN
               when "M"
                   move "fusionne" to WS-VAL-TEXT
                   move 8 to WS-VAL-LEN
               when other
                   move WS-EVT-STATUS to WS-VAL-TEXT
                   move 1 to WS-VAL-LEN
           end-evaluate.

       format-date.
           move spaces to WS-FMT-OUT
           string WS-FMT-DD delimited by size
               "/" delimited by size
               WS-FMT-MM delimited by size
               "/" delimited by size
               WS-FMT-YYYY delimited by size
               into WS-FMT-OUT
           end-string.

       write-register-line.
           move WS-EVT-ID to WS-RPT-ID
           move WS-PAGE-NUM to WS-RPT-PAGE
           move WS-EVT-DATE to WS-FMT-DATE
           perform format-date
           move spaces to LETREG-REC
           string WS-EVT-TYPE delimited by size
               "  " delimited by size
               WS-RPT-ID delimited by size
               " " delimited by size
               WS-EVT-NAME delimited by size
               " " delimited by size
               WS-EVT-SURNAME delimited by size
               " " delimited by size
               WS-FMT-OUT delimited by size
               "  " delimited by size
               WS-EVT-SOURCE delimited by size
               " " delimited by size
               WS-RPT-PAGE delimited by size
               into LETREG-TEXT
           end-string
           write LETREG-REC.

       write-register-totals.
           move spaces to LETREG-REC
           write LETREG-REC
           move spaces to LETREG-REC
           string "Lettres par type" delimited by size
               into LETREG-TEXT
           end-string
           write LETREG-REC
           perform varying I from 1 by 1 until I > WS-TYP-COUNT
               move WS-TYP-LETTERS(I) to WS-RPT-COUNT
               move spaces to LETREG-REC
               string "  " delimited by size
                   WS-TYP-CODE(I) delimited by size
                   ": " delimited by size
                   WS-RPT-COUNT delimited by size
                   into LETREG-TEXT
               end-string
               write LETREG-REC
           end-perform
           move WS-LETTER-COUNT to WS-RPT-COUNT
           move spaces to LETREG-REC
           string "Lettres produites:          " delimited by size
               WS-RPT-COUNT delimited by size
               into LETREG-TEXT
           end-string
           write LETREG-REC
           move WS-PAGE-NUM to WS-RPT-COUNT
           move spaces to LETREG-REC
           string "Pages imprimees:            " delimited by size
               WS-RPT-COUNT delimited by size
               into LETREG-TEXT
           end-string
           write LETREG-REC
           move WS-IDTRANS-READ to WS-RPT-COUNT
           move spaces to LETREG-REC
           string "Evenements IDTRANS lus:     " delimited by size
               WS-RPT-COUNT delimited by size
               into LETREG-TEXT
           end-string
           write LETREG-REC
           move WS-JRNL-READ to WS-RPT-COUNT
           move spaces to LETREG-REC
           string "Evenements ROSTJRNL lus:    " delimited by size
               WS-RPT-COUNT delimited by size
               into LETREG-TEXT
           end-string
           write LETREG-REC
           move WS-OUT-RANGE-COUNT to WS-RPT-COUNT
           move spaces to LETREG-REC
           string "Hors periode:               " delimited by size
               WS-RPT-COUNT delimited by size
               into LETREG-TEXT
           end-string
           write LETREG-REC
           move WS-NO-TPL-COUNT to WS-RPT-COUNT
           move spaces to LETREG-REC
           string "Sans modele de lettre:      " delimited by size
               WS-RPT-COUNT delimited by size
               into LETREG-TEXT
           end-string
           write LETREG-REC
           move WS-ALREADY-COUNT to WS-RPT-COUNT
           move spaces to LETREG-REC
           string "Deja envoyees (LETHIST):    " delimited by size
               WS-RPT-COUNT delimited by size
               into LETREG-TEXT
           end-string
           write LETREG-REC.
