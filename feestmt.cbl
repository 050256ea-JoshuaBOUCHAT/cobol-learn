       identification division.
       program-id. FEESTMT.
       environment division.
       input-output section.
       file-control.
           select ACCTLDG-FILE assign to "ACCTLDG"
               organization is indexed
               access mode is dynamic
               record key is LDG-KEY
               file status is WS-ACCTLDG-STATUS.
           select ROSTMST-FILE assign to "ROSTMST"
               organization is indexed
               access mode is dynamic
               record key is MST-ID
               file status is WS-ROSTMST-STATUS.
           select ASOFPARM-FILE assign to "ASOFPARM"
               organization is line sequential
               file status is WS-ASOFPARM-STATUS.
           select STMTRPT-FILE assign to "STMTRPT"
               organization is line sequential
               file status is WS-STMTRPT-STATUS.
           select AGERPT-FILE assign to "AGERPT"
               organization is line sequential
               file status is WS-AGERPT-STATUS.
       data division.
       file section.
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

       fd ROSTMST-FILE.
       01 ROSTMST-REC.
           05 MST-NAME PIC X(25).
           05 MST-SURNAME PIC X(25).
           05 MST-ID PIC 9(8).
           05 MST-STATUS PIC X.
           05 MST-ADM-DATE PIC 9(8).
           05 MST-WDR-DATE PIC 9(8).

       fd ASOFPARM-FILE.
       01 ASOFPARM-REC.
           05 ASOF-DATE PIC 9(8).

       fd STMTRPT-FILE.
       01 STMTRPT-REC.
           05 STMTRPT-TEXT PIC X(80).

       fd AGERPT-FILE.
       01 AGERPT-REC.
           05 AGERPT-TEXT PIC X(80).

       working-storage section.
       01 WS-ACCTLDG-STATUS PIC XX VALUE "00".
       01 WS-ROSTMST-STATUS PIC XX VALUE "00".
       01 WS-ASOFPARM-STATUS PIC XX VALUE "00".
       01 WS-STMTRPT-STATUS PIC XX VALUE "00".
       01 WS-AGERPT-STATUS PIC XX VALUE "00".

       01 WS-SYS-DATE PIC 9(8) VALUE 0.
       01 WS-ASOF-DATE PIC 9(8) VALUE 0.
       01 WS-ASOF-INT PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS PIC S9(8) VALUE 0.

       01 WS-CUR-ID PIC 9(8) VALUE 0.
       01 WS-CUR-NAME PIC X(25).
       01 WS-CUR-SURNAME PIC X(25).
       01 WS-CUR-STATUS PIC X.
       01 WS-CUR-KNOWN PIC X VALUE "Y".
           88 WS-CUR-KNOWN-YES VALUE "Y".

       01 WS-EN-COUNT PIC 9(3) VALUE 0.
       01 WS-EN-TABLE.
           05 WS-EN-ENTRY OCCURS 500 TIMES.
               10 WS-EN-TERM PIC X(6).
               10 WS-EN-TYPE PIC X.
               10 WS-EN-REF PIC X(8).
               10 WS-EN-DATE PIC 9(8).
               10 WS-EN-AMOUNT PIC 9(7)V99.
               10 WS-EN-LABEL PIC X(30).
       01 WS-EN-DROPPED PIC 9(6) VALUE 0.

       01 WS-AGE-COUNT PIC 9(3) VALUE 0.
       01 WS-AGE-TABLE.
           05 WS-AGE-ENTRY OCCURS 500 TIMES.
               10 WS-AGE-DATE PIC 9(8).
               10 WS-AGE-OPEN PIC 9(7)V99.
       01 WS-AGE-HOLD.
           05 WS-AGE-HOLD-DATE PIC 9(8).
           05 WS-AGE-HOLD-OPEN PIC 9(7)V99.

       01 WS-CUR-DEBIT PIC 9(8)V99 VALUE 0.
       01 WS-CUR-CREDIT PIC 9(8)V99 VALUE 0.
       01 WS-CUR-BALANCE PIC S9(8)V99 VALUE 0.
       01 WS-CREDIT-LEFT PIC 9(8)V99 VALUE 0.
       01 WS-CUR-BUCKETS.
           05 WS-CUR-BUCKET PIC 9(8)V99 OCCURS 4 TIMES.
       01 WS-TOT-BUCKETS.
           05 WS-TOT-BUCKET PIC 9(9)V99 OCCURS 4 TIMES.
       01 WS-BUCKET-IDX PIC 9 VALUE 0.
       01 WS-TOT-DUE PIC 9(9)V99 VALUE 0.
       01 WS-TOT-CREDIT-BAL PIC 9(9)V99 VALUE 0.

       01 WS-ACCT-COUNT PIC 9(6) VALUE 0.
       01 WS-DEBTOR-COUNT PIC 9(6) VALUE 0.
       01 WS-CREDITOR-COUNT PIC 9(6) VALUE 0.
       01 WS-ORPHAN-COUNT PIC 9(6) VALUE 0.
       01 WS-WDR-DEBTOR-COUNT PIC 9(6) VALUE 0.

       01 WS-PAGE-NUM PIC 9(4) VALUE 0.
       01 WS-LINE-CT PIC 9(3) VALUE 0.
       01 WS-PAGE-MAX PIC 9(3) VALUE 55.
       01 WS-HOLD-TEXT PIC X(80).

       01 WS-NATURE PIC X(6).
       01 WS-RPT-PAGE PIC ZZZ9.
       01 WS-RPT-ID PIC 9(8).
       01 WS-RPT-COUNT PIC ZZZZZ9.
       01 WS-RPT-DEBIT PIC ZZZZZZ9.99.
       01 WS-RPT-CREDIT PIC ZZZZZZ9.99.
       01 WS-RPT-BALANCE PIC -(7)9.99.
       01 WS-RPT-BUCKETS.
           05 WS-RPT-BUCKET PIC ZZZZZ9.99 OCCURS 4 TIMES.
       01 WS-RPT-TOTAL PIC ZZZZZZZZ9.99.

       01 WS-LOG-PROGRAM PIC X(10) VALUE "FEESTMT".
       01 WS-LOG-N PIC 9(8) VALUE 0.
       01 WS-LOG-K PIC 9(8) VALUE 0.
       01 WS-LOG-RESULT PIC X(40) VALUE SPACES.
       01 WS-LOG-EVENT PIC X(5) VALUE SPACES.

       local-storage section.
       01 I PIC 9(3) VALUE 0.
       01 J PIC 9(3) VALUE 0.
       01 K PIC 9(3) VALUE 0.
       01 WS-LDG-EOF PIC X VALUE "N".
           88 WS-LDG-EOF-YES VALUE "Y".
       01 WS-STMT-ABORT PIC X VALUE "N".
           88 WS-STMT-ABORT-YES VALUE "Y".

       procedure division.
           move "DEBUT" to WS-LOG-EVENT
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           move "FIN" to WS-LOG-EVENT
           perform read-asofparm
           perform open-statement-files
           if not WS-STMT-ABORT-YES
               move 0 to WS-TOT-BUCKET(1) WS-TOT-BUCKET(2)
                   WS-TOT-BUCKET(3) WS-TOT-BUCKET(4)
               perform write-aged-heading
               move 0 to WS-CUR-ID
               move 0 to WS-EN-COUNT
               move low-values to LDG-KEY
               start ACCTLDG-FILE key not < LDG-KEY
                   invalid key move "Y" to WS-LDG-EOF
               end-start
               perform until WS-LDG-EOF-YES
                   read ACCTLDG-FILE next record
                       at end move "Y" to WS-LDG-EOF
                       not at end
                           perform collect-ledger-entry
                   end-read
               end-perform
               if WS-CUR-ID > 0
                   perform process-account
               end-if
               perform write-aged-totals
               close ACCTLDG-FILE
               close ROSTMST-FILE
               close STMTRPT-FILE
               close AGERPT-FILE
           end-if

           if WS-STMT-ABORT-YES
               move "Releves de compte interrompus" to WS-LOG-RESULT
           else
               move spaces to WS-LOG-RESULT
               string "Releves=" delimited by size
                   WS-ACCT-COUNT delimited by size
                   " Debiteurs=" delimited by size
                   WS-DEBTOR-COUNT delimited by size
                   into WS-LOG-RESULT
               end-string
           end-if
           move WS-ACCT-COUNT to WS-LOG-N
           move WS-DEBTOR-COUNT to WS-LOG-K
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           if WS-STMT-ABORT-YES
               move 8 to return-code
           else
               if WS-ORPHAN-COUNT > 0 or WS-EN-DROPPED > 0
                   move 4 to return-code
               end-if
           end-if.
       goback.

       read-asofparm.
           accept WS-SYS-DATE from date yyyymmdd
           move WS-SYS-DATE to WS-ASOF-DATE
           open input ASOFPARM-FILE
           if WS-ASOFPARM-STATUS = "00"
               read ASOFPARM-FILE
                   at end continue
                   not at end
                       if ASOF-DATE is numeric and ASOF-DATE > 0
                           move ASOF-DATE to WS-ASOF-DATE
                           display "Comptes arretes au " WS-ASOF-DATE
                       end-if
               end-read
               close ASOFPARM-FILE
           end-if
           compute WS-ASOF-INT =
               function integer-of-date(WS-ASOF-DATE).

       open-statement-files.
           open input ACCTLDG-FILE
           if WS-ACCTLDG-STATUS not = "00"
               display "Fichier ACCTLDG introuvable - "
                   "releves de compte interrompus."
               move "Y" to WS-STMT-ABORT
           end-if
           if not WS-STMT-ABORT-YES
               open input ROSTMST-FILE
               if WS-ROSTMST-STATUS not = "00"
                   display "Fichier ROSTMST introuvable - "
                       "releves de compte interrompus."
                   move "Y" to WS-STMT-ABORT
                   close ACCTLDG-FILE
               end-if
           end-if
           if not WS-STMT-ABORT-YES
               open output STMTRPT-FILE
               open output AGERPT-FILE
               if WS-STMTRPT-STATUS not = "00"
                       or WS-AGERPT-STATUS not = "00"
                   display "Fichiers STMTRPT/AGERPT - "
                       "creation impossible - releves de compte "
                       "interrompus."
                   move "Y" to WS-STMT-ABORT
                   close ROSTMST-FILE
                   close ACCTLDG-FILE
               end-if
           end-if.

       collect-ledger-entry.
           if LDG-ID not = WS-CUR-ID
               if WS-CUR-ID > 0
                   perform process-account
               end-if
               move LDG-ID to WS-CUR-ID
               move 0 to WS-EN-COUNT
           end-if
           if LDG-DATE not > WS-ASOF-DATE
               if WS-EN-COUNT < 500
                   add 1 to WS-EN-COUNT
                   move LDG-TERM to WS-EN-TERM(WS-EN-COUNT)
                   move LDG-TYPE to WS-EN-TYPE(WS-EN-COUNT)
                   move LDG-REF to WS-EN-REF(WS-EN-COUNT)
                   move LDG-DATE to WS-EN-DATE(WS-EN-COUNT)
                   move LDG-AMOUNT to WS-EN-AMOUNT(WS-EN-COUNT)
                   move LDG-LABEL to WS-EN-LABEL(WS-EN-COUNT)
               else
                   add 1 to WS-EN-DROPPED
                   display "Compte " LDG-ID " sature - ecriture "
                       "ignoree: " LDG-TYPE " " LDG-REF
               end-if
           end-if.

       process-account.
           if WS-EN-COUNT > 0
               add 1 to WS-ACCT-COUNT
               perform lookup-student
               perform compute-account-aging
               perform print-statement
               if WS-CUR-BALANCE not = 0
                   perform write-aged-line
               end-if
           end-if.

       lookup-student.
           move "Y" to WS-CUR-KNOWN
           move WS-CUR-ID to MST-ID
           read ROSTMST-FILE
               invalid key
                   move "N" to WS-CUR-KNOWN
                   add 1 to WS-ORPHAN-COUNT
                   move "*** inconnu ROSTMST ***" to WS-CUR-NAME
                   move spaces to WS-CUR-SURNAME
                   move "?" to WS-CUR-STATUS
               not invalid key
                   move MST-NAME to WS-CUR-NAME
                   move MST-SURNAME to WS-CUR-SURNAME
                   move MST-STATUS to WS-CUR-STATUS
           end-read.

       compute-account-aging.
           move 0 to WS-CUR-DEBIT
           move 0 to WS-CUR-CREDIT
           move 0 to WS-AGE-COUNT
           perform varying I from 1 by 1 until I > WS-EN-COUNT
               if WS-EN-TYPE(I) = "C"
                   add WS-EN-AMOUNT(I) to WS-CUR-DEBIT
                   add 1 to WS-AGE-COUNT
                   move WS-EN-DATE(I) to WS-AGE-DATE(WS-AGE-COUNT)
                   move WS-EN-AMOUNT(I) to WS-AGE-OPEN(WS-AGE-COUNT)
               else
                   add WS-EN-AMOUNT(I) to WS-CUR-CREDIT
               end-if
           end-perform
           compute WS-CUR-BALANCE = WS-CUR-DEBIT - WS-CUR-CREDIT
           perform sort-age-table
           move WS-CUR-CREDIT to WS-CREDIT-LEFT
           perform varying I from 1 by 1 until I > WS-AGE-COUNT
                   or WS-CREDIT-LEFT = 0
               if WS-CREDIT-LEFT > WS-AGE-OPEN(I)
                   subtract WS-AGE-OPEN(I) from WS-CREDIT-LEFT
                   move 0 to WS-AGE-OPEN(I)
               else
                   subtract WS-CREDIT-LEFT from WS-AGE-OPEN(I)
                   move 0 to WS-CREDIT-LEFT
               end-if
           end-perform
           move 0 to WS-CUR-BUCKET(1) WS-CUR-BUCKET(2)
               WS-CUR-BUCKET(3) WS-CUR-BUCKET(4)
           perform varying I from 1 by 1 until I > WS-AGE-COUNT
               if WS-AGE-OPEN(I) > 0
                   compute WS-AGE-DAYS = WS-ASOF-INT
                       - function integer-of-date(WS-AGE-DATE(I))
                   evaluate true
                       when WS-AGE-DAYS not > 30
                           move 1 to WS-BUCKET-IDX
                       when WS-AGE-DAYS not > 60
                           move 2 to WS-BUCKET-IDX
                       when WS-AGE-DAYS not > 90
                           move 3 to WS-BUCKET-IDX
                       when other
                           move 4 to WS-BUCKET-IDX
                   end-evaluate
                   add WS-AGE-OPEN(I) to WS-CUR-BUCKET(WS-BUCKET-IDX)
               end-if
           end-perform.

       sort-age-table.
           perform varying J from 2 by 1 until J > WS-AGE-COUNT
               move WS-AGE-ENTRY(J) to WS-AGE-HOLD
               move J to K
               perform until K = 1
                       or WS-AGE-DATE(K - 1)
                           not > WS-AGE-HOLD-DATE
                   move WS-AGE-ENTRY(K - 1) to WS-AGE-ENTRY(K)
                   subtract 1 from K
               end-perform
               move WS-AGE-HOLD to WS-AGE-ENTRY(K)
           end-perform.

       print-statement.
           perform start-new-page
           perform varying I from 1 by 1 until I > WS-EN-COUNT
               perform print-entry-line
           end-perform
           move spaces to STMTRPT-REC
           perform write-print-line
           move WS-CUR-DEBIT to WS-RPT-DEBIT
           move WS-CUR-CREDIT to WS-RPT-CREDIT
           move spaces to STMTRPT-REC
           string "Total factures: " delimited by size
               WS-RPT-DEBIT delimited by size
               "   Total paiements et remboursements: "
               delimited by size
               WS-RPT-CREDIT delimited by size
               into STMTRPT-TEXT
           end-string
           perform write-print-line
           move WS-CUR-BALANCE to WS-RPT-BALANCE
           move spaces to STMTRPT-REC
           evaluate true
               when WS-CUR-BALANCE > 0
                   string "Solde du: " delimited by size
                       WS-RPT-BALANCE delimited by size
                       into STMTRPT-TEXT
                   end-string
               when WS-CUR-BALANCE < 0
                   string "Solde crediteur: " delimited by size
                       WS-RPT-BALANCE delimited by size
                       into STMTRPT-TEXT
                   end-string
               when other
                   string "Compte solde." delimited by size
                       into STMTRPT-TEXT
                   end-string
           end-evaluate
           perform write-print-line
           if WS-CUR-BALANCE > 0
               perform varying J from 1 by 1 until J > 4
                   move WS-CUR-BUCKET(J) to WS-RPT-BUCKET(J)
               end-perform
               move spaces to STMTRPT-REC
               string "Anciennete: 0-30 j " delimited by size
                   WS-RPT-BUCKET(1) delimited by size
                   " 31-60 j " delimited by size
                   WS-RPT-BUCKET(2) delimited by size
                   " 61-90 j " delimited by size
                   WS-RPT-BUCKET(3) delimited by size
                   into STMTRPT-TEXT
               end-string
               perform write-print-line
               move spaces to STMTRPT-REC
               string "            +90 j   " delimited by size
                   WS-RPT-BUCKET(4) delimited by size
                   into STMTRPT-TEXT
               end-string
               perform write-print-line
           end-if.

       print-entry-line.
           evaluate WS-EN-TYPE(I)
               when "C"
                   move "FACT" to WS-NATURE
               when "P"
                   move "PAIE" to WS-NATURE
               when "R"
                   move "REMB" to WS-NATURE
               when other
                   move "?" to WS-NATURE
           end-evaluate
           move spaces to STMTRPT-REC
           if WS-EN-TYPE(I) = "C"
               move WS-EN-AMOUNT(I) to WS-RPT-DEBIT
               string WS-EN-DATE(I) delimited by size
                   " " delimited by size
                   WS-EN-TERM(I) delimited by size
                   " " delimited by size
                   WS-NATURE delimited by size
                   " " delimited by size
                   WS-EN-REF(I) delimited by size
                   " " delimited by size
                   WS-EN-LABEL(I)(1:25) delimited by size
                   " " delimited by size
                   WS-RPT-DEBIT delimited by size
                   into STMTRPT-TEXT
               end-string
           else
               move WS-EN-AMOUNT(I) to WS-RPT-CREDIT
               string WS-EN-DATE(I) delimited by size
                   " " delimited by size
                   WS-EN-TERM(I) delimited by size
                   " " delimited by size
                   WS-NATURE delimited by size
                   " " delimited by size
                   WS-EN-REF(I) delimited by size
                   " " delimited by size
                   WS-EN-LABEL(I)(1:25) delimited by size
                   "            " delimited by size
                   WS-RPT-CREDIT delimited by size
                   into STMTRPT-TEXT
               end-string
           end-if
           perform write-print-line.

       start-new-page.
           add 1 to WS-PAGE-NUM
           move 0 to WS-LINE-CT
           move WS-PAGE-NUM to WS-RPT-PAGE
           move WS-CUR-ID to WS-RPT-ID
           move spaces to STMTRPT-REC
           move all "=" to STMTRPT-TEXT
           perform write-print-line
           move spaces to STMTRPT-REC
           string "Releve de compte etudiant" delimited by size
               "                                       Page "
               delimited by size
               WS-RPT-PAGE delimited by size
               into STMTRPT-TEXT
           end-string
           perform write-print-line
           move spaces to STMTRPT-REC
           string WS-CUR-NAME delimited by size
               " " delimited by size
               WS-CUR-SURNAME delimited by size
               " ID " delimited by size
               WS-RPT-ID delimited by size
               " Statut " delimited by size
               WS-CUR-STATUS delimited by size
               into STMTRPT-TEXT
           end-string
           perform write-print-line
           move spaces to STMTRPT-REC
           string "Compte arrete au " delimited by size
               WS-ASOF-DATE delimited by size
               into STMTRPT-TEXT
           end-string
           perform write-print-line
           move spaces to STMTRPT-REC
           string "Date     Sess.  Nature Ref.     Libelle"
               delimited by size
               "                        Debit     Credit"
               delimited by size
               into STMTRPT-TEXT
           end-string
           perform write-print-line.

       write-print-line.
           if WS-LINE-CT >= WS-PAGE-MAX
               move STMTRPT-TEXT to WS-HOLD-TEXT
               perform continue-page
               move WS-HOLD-TEXT to STMTRPT-TEXT
           end-if
           write STMTRPT-REC
           add 1 to WS-LINE-CT.

       continue-page.
           add 1 to WS-PAGE-NUM
           move 0 to WS-LINE-CT
           move WS-PAGE-NUM to WS-RPT-PAGE
           move WS-CUR-ID to WS-RPT-ID
           move spaces to STMTRPT-REC
           string "Releve de compte (suite) ID " delimited by size
               WS-RPT-ID delimited by size
               "                        Page "
               delimited by size
               WS-RPT-PAGE delimited by size
               into STMTRPT-TEXT
           end-string
           write STMTRPT-REC
           add 1 to WS-LINE-CT.

       write-aged-heading.
           move spaces to AGERPT-REC
           string "Balance agee des comptes etudiants au "
               delimited by size
               WS-ASOF-DATE delimited by size
               into AGERPT-TEXT
           end-string
           write AGERPT-REC
           move spaces to AGERPT-REC
           string "ID       Nom             S    0-30 j   31-60 j"
               delimited by size
               "   61-90 j     +90 j      Solde" delimited by size
               into AGERPT-TEXT
           end-string
           write AGERPT-REC.

       write-aged-line.
           if WS-CUR-BALANCE > 0
               add 1 to WS-DEBTOR-COUNT
               add WS-CUR-BALANCE to WS-TOT-DUE
               if WS-CUR-STATUS = "W"
                   add 1 to WS-WDR-DEBTOR-COUNT
               end-if
               perform varying J from 1 by 1 until J > 4
                   add WS-CUR-BUCKET(J) to WS-TOT-BUCKET(J)
               end-perform
           else
               add 1 to WS-CREDITOR-COUNT
               subtract WS-CUR-BALANCE from WS-TOT-CREDIT-BAL
           end-if
           perform varying J from 1 by 1 until J > 4
               move WS-CUR-BUCKET(J) to WS-RPT-BUCKET(J)
           end-perform
           if WS-CUR-BALANCE < 0
               perform varying J from 1 by 1 until J > 4
                   move 0 to WS-RPT-BUCKET(J)
               end-perform
           end-if
           move WS-CUR-ID to WS-RPT-ID
           move WS-CUR-BALANCE to WS-RPT-BALANCE
           move spaces to AGERPT-REC
           string WS-RPT-ID delimited by size
               " " delimited by size
               WS-CUR-SURNAME(1:15) delimited by size
               " " delimited by size
               WS-CUR-STATUS delimited by size
               " " delimited by size
               WS-RPT-BUCKET(1) delimited by size
               " " delimited by size
               WS-RPT-BUCKET(2) delimited by size
               " " delimited by size
               WS-RPT-BUCKET(3) delimited by size
               " " delimited by size
               WS-RPT-BUCKET(4) delimited by size
               " " delimited by size
               WS-RPT-BALANCE delimited by size
               into AGERPT-TEXT
           end-string
           write AGERPT-REC.

       write-aged-totals.
           move spaces to AGERPT-REC
           write AGERPT-REC
           move WS-ACCT-COUNT to WS-RPT-COUNT
           move spaces to AGERPT-REC
           string "Comptes examines: " delimited by size
               WS-RPT-COUNT delimited by size
               into AGERPT-TEXT
           end-string
           write AGERPT-REC
           move WS-DEBTOR-COUNT to WS-RPT-COUNT
           move WS-TOT-DUE to WS-RPT-TOTAL
           move spaces to AGERPT-REC
           string "Comptes debiteurs: " delimited by size
               WS-RPT-COUNT delimited by size
               "   total du: " delimited by size
               WS-RPT-TOTAL delimited by size
               into AGERPT-TEXT
           end-string
           write AGERPT-REC
           move WS-WDR-DEBTOR-COUNT to WS-RPT-COUNT
           move spaces to AGERPT-REC
           string "  dont etudiants retires: " delimited by size
               WS-RPT-COUNT delimited by size
               into AGERPT-TEXT
           end-string
           write AGERPT-REC
           move WS-TOT-BUCKET(1) to WS-RPT-TOTAL
           move spaces to AGERPT-REC
           string "  0 a 30 jours:     " delimited by size
               WS-RPT-TOTAL delimited by size
               into AGERPT-TEXT
           end-string
           write AGERPT-REC
           move WS-TOT-BUCKET(2) to WS-RPT-TOTAL
           move spaces to AGERPT-REC
           string "  31 a 60 jours:    " delimited by size
               WS-RPT-TOTAL delimited by size
               into AGERPT-TEXT
           end-string
           write AGERPT-REC
           move WS-TOT-BUCKET(3) to WS-RPT-TOTAL
           move spaces to AGERPT-REC
           string "  61 a 90 jours:    " delimited by size
               WS-RPT-TOTAL delimited by size
               into AGERPT-TEXT
           end-string
           write AGERPT-REC
           move WS-TOT-BUCKET(4) to WS-RPT-TOTAL
           move spaces to AGERPT-REC
           string "  plus de 90 jours: " delimited by size
               WS-RPT-TOTAL delimited by size
               into AGERPT-TEXT
           end-string
           write AGERPT-REC
           move WS-CREDITOR-COUNT to WS-RPT-COUNT
           move WS-TOT-CREDIT-BAL to WS-RPT-TOTAL
           move spaces to AGERPT-REC
           string "Comptes crediteurs: " delimited by size
               WS-RPT-COUNT delimited by size
               "   total a rembourser: " delimited by size
               WS-RPT-TOTAL delimited by size
               into AGERPT-TEXT
           end-string
           write AGERPT-REC
           move WS-ORPHAN-COUNT to WS-RPT-COUNT
           move spaces to AGERPT-REC
           string "Comptes sans etudiant au ROSTMST: "
               delimited by size
               WS-RPT-COUNT delimited by size
               into AGERPT-TEXT
           end-string
           write AGERPT-REC.
