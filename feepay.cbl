       identification division.
       program-id. FEEPAY.
       environment division.
       input-output section.
       file-control.
           select PAYMENTS-FILE assign to "PAYMENTS"
               organization is line sequential
               file status is WS-PAYMENTS-STATUS.
           select ROSTMST-FILE assign to "ROSTMST"
               organization is indexed
               access mode is dynamic
               record key is MST-ID
               file status is WS-ROSTMST-STATUS.
           select ACCTLDG-FILE assign to "ACCTLDG"
               organization is indexed
               access mode is dynamic
               record key is LDG-KEY
               file status is WS-ACCTLDG-STATUS.
           select TERMS-FILE assign to "TERMS"
               organization is line sequential
               file status is WS-TERMS-STATUS.
           select PAYREJ-FILE assign to "PAYREJ"
               organization is line sequential
               file status is WS-PAYREJ-STATUS.
           select PAYRPT-FILE assign to "PAYRPT"
               organization is line sequential
               file status is WS-PAYRPT-STATUS.
       data division.
       file section.
       fd PAYMENTS-FILE.
       01 PAYMENTS-REC.
           05 PAY-ID PIC X(8).
           05 PAY-ID-N REDEFINES PAY-ID PIC 9(8).
           05 FILLER PIC X.
           05 PAY-REF PIC X(8).
           05 FILLER PIC X.
           05 PAY-DATE PIC 9(8).
           05 PAY-DATE-R REDEFINES PAY-DATE.
               10 PAY-YEAR PIC 9(4).
               10 PAY-MONTH PIC 99.
               10 PAY-DAY PIC 99.
           05 FILLER PIC X.
           05 PAY-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X.
           05 PAY-TERM PIC X(6).

       fd ROSTMST-FILE.
       01 ROSTMST-REC.
           05 MST-NAME PIC X(25).
           05 MST-SURNAME PIC X(25).
           05 MST-ID PIC 9(8).
           05 MST-STATUS PIC X.
           05 MST-ADM-DATE PIC 9(8).
           05 MST-WDR-DATE PIC 9(8).

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

       fd PAYREJ-FILE.
       01 PAYREJ-REC.
           05 PAYREJ-CODE PIC X(3).
           05 FILLER PIC X.
           05 PAYREJ-PAY PIC X(43).

       fd PAYRPT-FILE.
       01 PAYRPT-REC.
           05 PAYRPT-TEXT PIC X(80).

       working-storage section.
       01 WS-PAYMENTS-STATUS PIC XX VALUE "00".
       01 WS-ROSTMST-STATUS PIC XX VALUE "00".
       01 WS-ACCTLDG-STATUS PIC XX VALUE "00".
       01 WS-TERMS-STATUS PIC XX VALUE "00".
       01 WS-PAYREJ-STATUS PIC XX VALUE "00".
       01 WS-PAYRPT-STATUS PIC XX VALUE "00".

       01 WS-CHECK-ID PIC 9(8).
       01 WS-CHECK-EXPECTED PIC 9 VALUE 0.
       01 WS-CHECK-OK PIC X VALUE "Y".
           88 WS-CHECK-IS-OK VALUE "Y".

       01 WS-PAY-ORIG-ID PIC 9(8).
       01 WS-PAY-SURV-ID PIC 9(8).
       01 WS-MERGE-DATE PIC 9(8) VALUE 0.

       01 WS-TERM-COUNT PIC 9(3) VALUE 0.
       01 WS-TERM-TABLE.
           05 WS-TRM-CODE PIC X(6) OCCURS 40 TIMES.
       01 WS-TERM-IDX PIC 9(3) VALUE 0.

       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-POST-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-CLE-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-ETU-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-REF-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-DAT-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-MNT-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-DOU-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-SES-COUNT PIC 9(6) VALUE 0.
       01 WS-REDIR-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-REASON PIC X(3).
       01 WS-POST-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-WDR-PAY-COUNT PIC 9(6) VALUE 0.

       01 WS-RPT-COUNT PIC ZZZZZ9.
       01 WS-RPT-AMOUNT PIC ZZZZZZ9.99.
       01 WS-RPT-TOTAL PIC ZZZZZZZZ9.99.

       01 WS-LOG-PROGRAM PIC X(10) VALUE "FEEPAY".
       01 WS-LOG-N PIC 9(8) VALUE 0.
       01 WS-LOG-K PIC 9(8) VALUE 0.
       01 WS-LOG-RESULT PIC X(40) VALUE SPACES.
       01 WS-LOG-EVENT PIC X(5) VALUE SPACES.

       local-storage section.
       01 I PIC 9(3) VALUE 0.
       01 WS-FILE-EOF PIC X VALUE "N".
           88 WS-FILE-EOF-YES VALUE "Y".
       01 WS-PAY-ABORT PIC X VALUE "N".
           88 WS-PAY-ABORT-YES VALUE "Y".

       procedure division.
           move "DEBUT" to WS-LOG-EVENT
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           move "FIN" to WS-LOG-EVENT
           perform load-terms
           if not WS-PAY-ABORT-YES
               perform open-payment-files
           end-if
           if not WS-PAY-ABORT-YES
               perform until WS-FILE-EOF-YES
                   read PAYMENTS-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           if PAYMENTS-REC not = spaces
                               add 1 to WS-READ-COUNT
                               perform post-one-payment
                           end-if
                   end-read
               end-perform
               perform write-payment-totals
               close PAYMENTS-FILE
               close ROSTMST-FILE
               close ACCTLDG-FILE
               close PAYREJ-FILE
               close PAYRPT-FILE
           end-if

           if WS-PAY-ABORT-YES
               move "Encaissements interrompus" to WS-LOG-RESULT
           else
               move spaces to WS-LOG-RESULT
               string "Encaisses=" delimited by size
                   WS-POST-COUNT delimited by size
                   " Rejets=" delimited by size
                   WS-REJ-COUNT delimited by size
                   into WS-LOG-RESULT
               end-string
           end-if
           move WS-READ-COUNT to WS-LOG-N
           move WS-POST-COUNT to WS-LOG-K
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           if WS-PAY-ABORT-YES
               move 8 to return-code
           else
               if WS-REJ-COUNT > 0
                   move 4 to return-code
               end-if
           end-if.
       goback.

       load-terms.
           move "N" to WS-FILE-EOF
           open input TERMS-FILE
           if WS-TERMS-STATUS not = "00"
               display "Calendrier TERMS introuvable - "
                   "encaissements interrompus."
               move "Y" to WS-PAY-ABORT
           else
               perform until WS-FILE-EOF-YES
                   read TERMS-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           if WS-TERM-COUNT < 40
                               add 1 to WS-TERM-COUNT
                               move TERM-CODE
                                   to WS-TRM-CODE(WS-TERM-COUNT)
                           else
                               display "Table TERMS pleine - "
                                   "encaissements interrompus: "
                                   TERM-CODE
                               move "Y" to WS-PAY-ABORT
                               move "Y" to WS-FILE-EOF
                           end-if
                   end-read
               end-perform
               close TERMS-FILE
               move "N" to WS-FILE-EOF
           end-if.

       open-payment-files.
           open input PAYMENTS-FILE
           if WS-PAYMENTS-STATUS not = "00"
               display "Fichier PAYMENTS introuvable - "
                   "encaissements interrompus."
               move "Y" to WS-PAY-ABORT
           end-if
           if not WS-PAY-ABORT-YES
               open input ROSTMST-FILE
               if WS-ROSTMST-STATUS not = "00"
                   display "Fichier ROSTMST introuvable - "
                       "encaissements interrompus."
                   move "Y" to WS-PAY-ABORT
                   close PAYMENTS-FILE
               end-if
           end-if
           if not WS-PAY-ABORT-YES
               open i-o ACCTLDG-FILE
               if WS-ACCTLDG-STATUS not = "00"
                   open output ACCTLDG-FILE
                   if WS-ACCTLDG-STATUS = "00"
                       close ACCTLDG-FILE
                       open i-o ACCTLDG-FILE
                   end-if
               end-if
               if WS-ACCTLDG-STATUS not = "00"
                   display "Fichier ACCTLDG - ouverture impossible - "
                       "encaissements interrompus."
                   move "Y" to WS-PAY-ABORT
                   close ROSTMST-FILE
                   close PAYMENTS-FILE
               end-if
           end-if
           if not WS-PAY-ABORT-YES
               open output PAYREJ-FILE
               open output PAYRPT-FILE
               if WS-PAYREJ-STATUS not = "00"
                       or WS-PAYRPT-STATUS not = "00"
                   display "Fichiers PAYREJ/PAYRPT - "
                       "creation impossible - encaissements "
                       "interrompus."
                   move "Y" to WS-PAY-ABORT
                   close ACCTLDG-FILE
                   close ROSTMST-FILE
                   close PAYMENTS-FILE
               end-if
           end-if
           if not WS-PAY-ABORT-YES
               move spaces to PAYRPT-REC
               string "Encaissement des paiements etudiants"
                   delimited by size
                   into PAYRPT-TEXT
               end-string
               write PAYRPT-REC
           end-if.

       post-one-payment.
           move spaces to WS-REJ-REASON
           if PAY-ID is not numeric
               move "CLE" to WS-REJ-REASON
               add 1 to WS-REJ-CLE-COUNT
           else
               move PAY-ID-N to WS-CHECK-ID
               call "CHECKDIG" using WS-CHECK-ID WS-CHECK-EXPECTED
                   WS-CHECK-OK
               if not WS-CHECK-IS-OK
                   move "CLE" to WS-REJ-REASON
                   add 1 to WS-REJ-CLE-COUNT
               end-if
           end-if
           if WS-REJ-REASON = spaces
               move PAY-ID-N to WS-PAY-ORIG-ID
               call "IDXRSLV" using WS-PAY-ORIG-ID WS-PAY-SURV-ID
                   WS-MERGE-DATE
               move WS-PAY-SURV-ID to MST-ID
               read ROSTMST-FILE
                   invalid key
                       move "ETU" to WS-REJ-REASON
                       add 1 to WS-REJ-ETU-COUNT
               end-read
           end-if
           if WS-REJ-REASON = spaces and PAY-REF = spaces
               move "REF" to WS-REJ-REASON
               add 1 to WS-REJ-REF-COUNT
           end-if
           if WS-REJ-REASON = spaces
               if PAY-DATE is not numeric
                       or PAY-MONTH < 1 or PAY-MONTH > 12
                       or PAY-DAY < 1 or PAY-DAY > 31
                   move "DAT" to WS-REJ-REASON
                   add 1 to WS-REJ-DAT-COUNT
               end-if
           end-if
           if WS-REJ-REASON = spaces
               if PAY-AMOUNT is not numeric or PAY-AMOUNT = 0
                   move "MNT" to WS-REJ-REASON
                   add 1 to WS-REJ-MNT-COUNT
               end-if
           end-if
           if WS-REJ-REASON = spaces
               perform check-payment-term
           end-if
           if WS-REJ-REASON = spaces
               perform write-payment
           end-if
           if WS-REJ-REASON not = spaces
               move spaces to PAYREJ-REC
               move WS-REJ-REASON to PAYREJ-CODE
               move PAYMENTS-REC to PAYREJ-PAY
               write PAYREJ-REC
               add 1 to WS-REJ-COUNT
           end-if.

       check-payment-term.
           move 0 to WS-TERM-IDX
           if PAY-TERM not = spaces
               perform varying I from 1 by 1 until I > WS-TERM-COUNT
                   if WS-TRM-CODE(I) = PAY-TERM
                       move I to WS-TERM-IDX
                       move WS-TERM-COUNT to I
                   end-if
               end-perform
           end-if
           if WS-TERM-IDX = 0
               move "SES" to WS-REJ-REASON
               add 1 to WS-REJ-SES-COUNT
           end-if.

       write-payment.
           move WS-PAY-SURV-ID to LDG-ID
           move PAY-TERM to LDG-TERM
           move "P" to LDG-TYPE
           move PAY-REF to LDG-REF
           move PAY-DATE to LDG-DATE
           move PAY-AMOUNT to LDG-AMOUNT
           move spaces to LDG-LABEL
           string "Paiement recu " delimited by size
               PAY-REF delimited by size
               into LDG-LABEL
           end-string
           write ACCTLDG-REC
               invalid key
                   move "DOU" to WS-REJ-REASON
                   add 1 to WS-REJ-DOU-COUNT
               not invalid key
                   add 1 to WS-POST-COUNT
                   add PAY-AMOUNT to WS-POST-TOTAL
                   if MST-STATUS = "W"
                       add 1 to WS-WDR-PAY-COUNT
                   end-if
                   if WS-PAY-SURV-ID not = WS-PAY-ORIG-ID
                       add 1 to WS-REDIR-COUNT
                   end-if
           end-write.

       write-payment-totals.
           move WS-READ-COUNT to WS-RPT-COUNT
           move spaces to PAYRPT-REC
           string "Paiements lus: " delimited by size
               WS-RPT-COUNT delimited by size
               into PAYRPT-TEXT
           end-string
           write PAYRPT-REC
           move WS-POST-COUNT to WS-RPT-COUNT
           move WS-POST-TOTAL to WS-RPT-TOTAL
           move spaces to PAYRPT-REC
           string "Paiements enregistres: " delimited by size
               WS-RPT-COUNT delimited by size
               "   montant: " delimited by size
               WS-RPT-TOTAL delimited by size
               into PAYRPT-TEXT
           end-string
           write PAYRPT-REC
           move WS-WDR-PAY-COUNT to WS-RPT-COUNT
           move spaces to PAYRPT-REC
           string "  dont etudiants retires: " delimited by size
               WS-RPT-COUNT delimited by size
               into PAYRPT-TEXT
           end-string
           write PAYRPT-REC
           move WS-REDIR-COUNT to WS-RPT-COUNT
           move spaces to PAYRPT-REC
           string "  dont rediriges vers ID survivant: "
               delimited by size
               WS-RPT-COUNT delimited by size
               into PAYRPT-TEXT
           end-string
           write PAYRPT-REC
           move WS-REJ-COUNT to WS-RPT-COUNT
           move spaces to PAYRPT-REC
           string "Paiements rejetes: " delimited by size
               WS-RPT-COUNT delimited by size
               into PAYRPT-TEXT
           end-string
           write PAYRPT-REC
           move WS-REJ-CLE-COUNT to WS-RPT-COUNT
           move spaces to PAYRPT-REC
           string "  dont cle de controle (CLE): " delimited by size
               WS-RPT-COUNT delimited by size
               into PAYRPT-TEXT
           end-string
           write PAYRPT-REC
           move WS-REJ-ETU-COUNT to WS-RPT-COUNT
           move spaces to PAYRPT-REC
           string "  dont etudiant inconnu (ETU): " delimited by size
               WS-RPT-COUNT delimited by size
               into PAYRPT-TEXT
           end-string
           write PAYRPT-REC
           move WS-REJ-REF-COUNT to WS-RPT-COUNT
           move spaces to PAYRPT-REC
           string "  dont reference absente (REF): " delimited by size
               WS-RPT-COUNT delimited by size
               into PAYRPT-TEXT
           end-string
           write PAYRPT-REC
           move WS-REJ-DAT-COUNT to WS-RPT-COUNT
           move spaces to PAYRPT-REC
           string "  dont date invalide (DAT): " delimited by size
               WS-RPT-COUNT delimited by size
               into PAYRPT-TEXT
           end-string
           write PAYRPT-REC
           move WS-REJ-MNT-COUNT to WS-RPT-COUNT
           move spaces to PAYRPT-REC
           string "  dont montant invalide (MNT): " delimited by size
               WS-RPT-COUNT delimited by size
               into PAYRPT-TEXT
           end-string
           write PAYRPT-REC
           move WS-REJ-SES-COUNT to WS-RPT-COUNT
           move spaces to PAYRPT-REC
           string "  dont session inconnue (SES): " delimited by size
               WS-RPT-COUNT delimited by size
               into PAYRPT-TEXT
           end-string
           write PAYRPT-REC
           move WS-REJ-DOU-COUNT to WS-RPT-COUNT
           move spaces to PAYRPT-REC
           string "  dont paiement deja enregistre (DOU): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into PAYRPT-TEXT
           end-string
           write PAYRPT-REC.
