       identification division.
       program-id. FEEASSES.
       environment division.
       input-output section.
       file-control.
           select FEEPARM-FILE assign to "FEEPARM"
               organization is line sequential
               file status is WS-FEEPARM-STATUS.
           select FEESCHED-FILE assign to "FEESCHED"
               organization is line sequential
               file status is WS-FEESCHED-STATUS.
           select TERMS-FILE assign to "TERMS"
               organization is line sequential
               file status is WS-TERMS-STATUS.
           select ROSTMST-FILE assign to "ROSTMST"
               organization is indexed
               access mode is dynamic
               record key is MST-ID
               file status is WS-ROSTMST-STATUS.
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
           select FEERPT-FILE assign to "FEERPT"
               organization is line sequential
               file status is WS-FEERPT-STATUS.
       data division.
       file section.
       fd FEEPARM-FILE.
       01 FEEPARM-REC.
           05 FEEPARM-TERM PIC X(6).
           05 FILLER PIC X.
           05 FEEPARM-DATE PIC 9(8).

       fd FEESCHED-FILE.
       01 FEESCHED-REC.
           05 FEE-TYPE PIC X(3).
           05 FILLER PIC X.
           05 FEE-TERM PIC X(6).
           05 FILLER PIC X.
           05 FEE-DATA PIC X(40).
           05 FEE-COURSE-RATE REDEFINES FEE-DATA.
               10 FEE-COURSE PIC X(8).
               10 FILLER PIC X.
               10 FEE-CRS-AMOUNT PIC 9(5)V99.
               10 FILLER PIC X(24).
           05 FEE-FLAT-RATE REDEFINES FEE-DATA.
               10 FEE-FLAT-CODE PIC X(8).
               10 FILLER PIC X.
               10 FEE-FLAT-AMOUNT PIC 9(5)V99.
               10 FILLER PIC X.
               10 FEE-FLAT-LABEL PIC X(23).
           05 FEE-REFUND-RULE REDEFINES FEE-DATA.
               10 FEE-CUTOFF-DATE PIC 9(8).
               10 FILLER PIC X.
               10 FEE-REFUND-PCT PIC 9(3).
               10 FILLER PIC X(28).

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

       fd ROSTMST-FILE.
       01 ROSTMST-REC.
           05 MST-NAME PIC X(25).
           05 MST-SURNAME PIC X(25).
           05 MST-ID PIC 9(8).
           05 MST-STATUS PIC X.
           05 MST-ADM-DATE PIC 9(8).
           05 MST-WDR-DATE PIC 9(8).

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

       fd FEERPT-FILE.
       01 FEERPT-REC.
           05 FEERPT-TEXT PIC X(80).

       working-storage section.
       01 WS-FEEPARM-STATUS PIC XX VALUE "00".
       01 WS-FEESCHED-STATUS PIC XX VALUE "00".
       01 WS-TERMS-STATUS PIC XX VALUE "00".
       01 WS-ROSTMST-STATUS PIC XX VALUE "00".
       01 WS-REGISTR-STATUS PIC XX VALUE "00".
       01 WS-ACCTLDG-STATUS PIC XX VALUE "00".
       01 WS-FEERPT-STATUS PIC XX VALUE "00".

       01 WS-SYS-DATE PIC 9(8) VALUE 0.
       01 WS-FEE-TERM PIC X(6) VALUE SPACES.
       01 WS-POST-DATE PIC 9(8) VALUE 0.
       01 WS-TERM-START PIC 9(8) VALUE 0.
       01 WS-TERM-END PIC 9(8) VALUE 0.
       01 WS-TERM-FOUND PIC X VALUE "N".
           88 WS-TERM-FOUND-YES VALUE "Y".

       01 WS-RATE-COUNT PIC 9(3) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 300 TIMES.
               10 WS-RT-COURSE PIC X(8).
               10 WS-RT-AMOUNT PIC 9(5)V99.
       01 WS-DEFAULT-RATE PIC 9(5)V99 VALUE 0.
       01 WS-DEFAULT-SET PIC X VALUE "N".
           88 WS-DEFAULT-SET-YES VALUE "Y".

       01 WS-FLAT-COUNT PIC 99 VALUE 0.
       01 WS-FLAT-TABLE.
           05 WS-FLAT-ENTRY OCCURS 20 TIMES.
               10 WS-FL-CODE PIC X(8).
               10 WS-FL-AMOUNT PIC 9(5)V99.
               10 WS-FL-LABEL PIC X(23).

       01 WS-CUT-COUNT PIC 99 VALUE 0.
       01 WS-CUT-TABLE.
           05 WS-CUT-ENTRY OCCURS 20 TIMES.
               10 WS-CUT-DATE PIC 9(8).
               10 WS-CUT-PCT PIC 9(3).
       01 WS-CUT-HOLD.
           05 WS-CUT-HOLD-DATE PIC 9(8).
           05 WS-CUT-HOLD-PCT PIC 9(3).

       01 WS-CUR-ID PIC 9(8) VALUE 0.
       01 WS-CUR-COURSES PIC 9(3) VALUE 0.
       01 WS-CUR-BILLED PIC 9(7)V99 VALUE 0.
       01 WS-CUR-CHARGES PIC 9(7)V99 VALUE 0.
       01 WS-CHG-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-CHG-REF PIC X(8) VALUE SPACES.
       01 WS-CHG-LABEL PIC X(30) VALUE SPACES.
       01 WS-RATE-FOUND PIC X VALUE "N".
           88 WS-RATE-FOUND-YES VALUE "Y".
       01 WS-REFUND-PCT PIC 9(3) VALUE 0.
       01 WS-REFUND-AMOUNT PIC 9(7)V99 VALUE 0.

       01 WS-STUD-READ PIC 9(6) VALUE 0.
       01 WS-STUD-BILLED PIC 9(6) VALUE 0.
       01 WS-STUD-NOREG PIC 9(6) VALUE 0.
       01 WS-CHG-COUNT PIC 9(6) VALUE 0.
       01 WS-DUP-COUNT PIC 9(6) VALUE 0.
       01 WS-TAR-COUNT PIC 9(6) VALUE 0.
       01 WS-REF-COUNT PIC 9(6) VALUE 0.
       01 WS-REF-DUP-COUNT PIC 9(6) VALUE 0.
       01 WS-BILLED-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-REFUND-TOTAL PIC 9(9)V99 VALUE 0.

       01 WS-RPT-ID PIC 9(8).
       01 WS-RPT-COUNT PIC ZZZZZ9.
       01 WS-RPT-AMOUNT PIC ZZZZZZ9.99.
       01 WS-RPT-TOTAL PIC ZZZZZZZZ9.99.
       01 WS-RPT-PCT PIC ZZ9.

       01 WS-LOG-PROGRAM PIC X(10) VALUE "FEEASSES".
       01 WS-LOG-N PIC 9(8) VALUE 0.
       01 WS-LOG-K PIC 9(8) VALUE 0.
       01 WS-LOG-RESULT PIC X(40) VALUE SPACES.
       01 WS-LOG-EVENT PIC X(5) VALUE SPACES.

       local-storage section.
       01 I PIC 9(3) VALUE 0.
       01 J PIC 9(3) VALUE 0.
       01 WS-FILE-EOF PIC X VALUE "N".
           88 WS-FILE-EOF-YES VALUE "Y".
       01 WS-MST-EOF PIC X VALUE "N".
           88 WS-MST-EOF-YES VALUE "Y".
       01 WS-REG-EOF PIC X VALUE "N".
           88 WS-REG-EOF-YES VALUE "Y".
       01 WS-LDG-EOF PIC X VALUE "N".
           88 WS-LDG-EOF-YES VALUE "Y".
       01 WS-FEE-ABORT PIC X VALUE "N".
           88 WS-FEE-ABORT-YES VALUE "Y".

       procedure division.
           move "DEBUT" to WS-LOG-EVENT
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           move "FIN" to WS-LOG-EVENT
           accept WS-SYS-DATE from date yyyymmdd
           perform read-feeparm
           if not WS-FEE-ABORT-YES
               perform load-term
           end-if
           if not WS-FEE-ABORT-YES
               perform load-fee-schedule
           end-if
           if not WS-FEE-ABORT-YES
               perform open-assessment-files
           end-if
           if not WS-FEE-ABORT-YES
               perform write-report-heading
               move 0 to MST-ID
               start ROSTMST-FILE key not < MST-ID
                   invalid key move "Y" to WS-MST-EOF
               end-start
               perform until WS-MST-EOF-YES
                   read ROSTMST-FILE next record
                       at end move "Y" to WS-MST-EOF
                       not at end
                           add 1 to WS-STUD-READ
                           perform assess-one-student
                   end-read
               end-perform
               perform write-assessment-totals
               close ROSTMST-FILE
               close REGISTR-FILE
               close ACCTLDG-FILE
               close FEERPT-FILE
           end-if

           if WS-FEE-ABORT-YES
               move "Facturation interrompue" to WS-LOG-RESULT
           else
               move spaces to WS-LOG-RESULT
               string "Factures=" delimited by size
                   WS-CHG-COUNT delimited by size
                   " Remb=" delimited by size
                   WS-REF-COUNT delimited by size
                   " Tarif=" delimited by size
                   WS-TAR-COUNT delimited by size
                   into WS-LOG-RESULT
               end-string
           end-if
           move WS-STUD-READ to WS-LOG-N
           move WS-CHG-COUNT to WS-LOG-K
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           if WS-FEE-ABORT-YES
               move 8 to return-code
           else
               if WS-TAR-COUNT > 0
                   move 4 to return-code
               end-if
           end-if.
       goback.

       read-feeparm.
           open input FEEPARM-FILE
           if WS-FEEPARM-STATUS not = "00"
               display "Fichier FEEPARM absent - "
                   "facturation interrompue."
               move "Y" to WS-FEE-ABORT
           else
               read FEEPARM-FILE
                   at end continue
                   not at end
                       move FEEPARM-TERM to WS-FEE-TERM
                       if FEEPARM-DATE is numeric
                               and FEEPARM-DATE > 0
                           move FEEPARM-DATE to WS-POST-DATE
                       end-if
               end-read
               close FEEPARM-FILE
               if WS-FEE-TERM = spaces
                   display "Aucune session en parametre FEEPARM - "
                       "facturation interrompue."
                   move "Y" to WS-FEE-ABORT
               end-if
           end-if
           if WS-POST-DATE = 0
               move WS-SYS-DATE to WS-POST-DATE
           end-if.

       load-term.
           move "N" to WS-FILE-EOF
           open input TERMS-FILE
           if WS-TERMS-STATUS not = "00"
               display "Calendrier TERMS introuvable - "
                   "facturation interrompue."
               move "Y" to WS-FEE-ABORT
           else
               perform until WS-FILE-EOF-YES
                   read TERMS-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           if TERM-CODE = WS-FEE-TERM
                               move "Y" to WS-TERM-FOUND
                               move TERM-START-DATE to WS-TERM-START
                               move TERM-END-DATE to WS-TERM-END
                           end-if
                   end-read
               end-perform
               close TERMS-FILE
               if not WS-TERM-FOUND-YES
                   display "Session " WS-FEE-TERM
                       " absente du calendrier - "
                       "facturation interrompue."
                   move "Y" to WS-FEE-ABORT
               end-if
           end-if.

       load-fee-schedule.
           move "N" to WS-FILE-EOF
           open input FEESCHED-FILE
           if WS-FEESCHED-STATUS not = "00"
               display "Bareme FEESCHED introuvable - "
                   "facturation interrompue."
               move "Y" to WS-FEE-ABORT
           else
               perform until WS-FILE-EOF-YES
                   read FEESCHED-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           if FEE-TERM = WS-FEE-TERM
                                   or FEE-TYPE = spaces
                                   or FEE-TYPE(1:1) = "*"
                               perform load-one-fee
                           end-if
                   end-read
               end-perform
               close FEESCHED-FILE
               perform sort-cutoff-table
               if WS-RATE-COUNT = 0 and WS-FLAT-COUNT = 0
                       and not WS-DEFAULT-SET-YES
                   display "Aucun tarif FEESCHED pour la session "
                       WS-FEE-TERM " - facturation interrompue."
                   move "Y" to WS-FEE-ABORT
               end-if
           end-if.

       load-one-fee.
           evaluate FEE-TYPE
               when "CRS"
                   if FEE-CRS-AMOUNT is numeric
                       if FEE-COURSE = "*"
                           move FEE-CRS-AMOUNT to WS-DEFAULT-RATE
                           move "Y" to WS-DEFAULT-SET
                       else
                           if WS-RATE-COUNT < 300
                               add 1 to WS-RATE-COUNT
                               move FEE-COURSE
                                   to WS-RT-COURSE(WS-RATE-COUNT)
                               move FEE-CRS-AMOUNT
                                   to WS-RT-AMOUNT(WS-RATE-COUNT)
                           else
                               display "Bareme FEESCHED sature - "
                                   "cours ignore: " FEE-COURSE
                           end-if
                       end-if
                   else
                       display "Regle FEESCHED ignoree: " FEE-TYPE
                           " " FEE-COURSE
                   end-if
               when "FRF"
                   if FEE-FLAT-AMOUNT is numeric
                           and FEE-FLAT-CODE not = spaces
                           and WS-FLAT-COUNT < 20
                       add 1 to WS-FLAT-COUNT
                       move FEE-FLAT-CODE to WS-FL-CODE(WS-FLAT-COUNT)
                       move FEE-FLAT-AMOUNT
                           to WS-FL-AMOUNT(WS-FLAT-COUNT)
                       move FEE-FLAT-LABEL
                           to WS-FL-LABEL(WS-FLAT-COUNT)
                   else
                       display "Regle FEESCHED ignoree: " FEE-TYPE
                           " " FEE-FLAT-CODE
                   end-if
               when "REM"
                   if FEE-CUTOFF-DATE is numeric
                           and FEE-REFUND-PCT is numeric
                           and FEE-REFUND-PCT not > 100
                           and WS-CUT-COUNT < 20
                       add 1 to WS-CUT-COUNT
                       move FEE-CUTOFF-DATE
                           to WS-CUT-DATE(WS-CUT-COUNT)
                       move FEE-REFUND-PCT
                           to WS-CUT-PCT(WS-CUT-COUNT)
                   else
                       display "Regle FEESCHED ignoree: " FEE-TYPE
                           " " FEE-DATA(1:12)
                   end-if
               when other
                   if FEE-TYPE not = spaces
                           and FEE-TYPE(1:1) not = "*"
                       display "Regle FEESCHED ignoree: " FEE-TYPE
                   end-if
           end-evaluate.

       sort-cutoff-table.
           perform varying J from 2 by 1 until J > WS-CUT-COUNT
               move WS-CUT-ENTRY(J) to WS-CUT-HOLD
               move J to I
               perform until I = 1
                       or WS-CUT-DATE(I - 1)
                           not > WS-CUT-HOLD-DATE
                   move WS-CUT-ENTRY(I - 1) to WS-CUT-ENTRY(I)
                   subtract 1 from I
               end-perform
               move WS-CUT-HOLD to WS-CUT-ENTRY(I)
           end-perform.

       open-assessment-files.
           open input ROSTMST-FILE
           if WS-ROSTMST-STATUS not = "00"
               display "Fichier ROSTMST introuvable - "
                   "facturation interrompue."
               move "Y" to WS-FEE-ABORT
           end-if
           if not WS-FEE-ABORT-YES
               open input REGISTR-FILE
               if WS-REGISTR-STATUS not = "00"
                   display "Fichier REGISTR introuvable - "
                       "facturation interrompue."
                   move "Y" to WS-FEE-ABORT
                   close ROSTMST-FILE
               end-if
           end-if
           if not WS-FEE-ABORT-YES
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
                       "facturation interrompue."
                   move "Y" to WS-FEE-ABORT
                   close REGISTR-FILE
                   close ROSTMST-FILE
               end-if
           end-if
           if not WS-FEE-ABORT-YES
               open output FEERPT-FILE
               if WS-FEERPT-STATUS not = "00"
                   display "Fichier FEERPT - creation impossible - "
                       "facturation interrompue."
                   move "Y" to WS-FEE-ABORT
                   close ACCTLDG-FILE
                   close REGISTR-FILE
                   close ROSTMST-FILE
               end-if
           end-if.

       assess-one-student.
           move MST-ID to WS-CUR-ID
           evaluate true
               when MST-STATUS = "A" or MST-STATUS = "P"
                   perform charge-student-courses
               when MST-STATUS = "W"
                   if MST-WDR-DATE > 0
                           and MST-WDR-DATE not > WS-TERM-END
                       perform refund-withdrawn-student
                   end-if
               when other
                   continue
           end-evaluate.

       charge-student-courses.
           move 0 to WS-CUR-COURSES
           move 0 to WS-CUR-BILLED
           move "N" to WS-REG-EOF
           move WS-CUR-ID to REG-ID
           move low-values to REG-COURSE
           move low-values to REG-TERM
           start REGISTR-FILE key not < REG-KEY
               invalid key move "Y" to WS-REG-EOF
           end-start
           perform until WS-REG-EOF-YES
               read REGISTR-FILE next record
                   at end move "Y" to WS-REG-EOF
                   not at end
                       if REG-ID not = WS-CUR-ID
                           move "Y" to WS-REG-EOF
                       else
                           if REG-TERM = WS-FEE-TERM
                                   and REG-STATUS = "I"
                               add 1 to WS-CUR-COURSES
                               perform charge-one-course
                           end-if
                       end-if
               end-read
           end-perform
           if WS-CUR-COURSES = 0
               add 1 to WS-STUD-NOREG
           else
               perform varying J from 1 by 1 until J > WS-FLAT-COUNT
                   move WS-FL-AMOUNT(J) to WS-CHG-AMOUNT
                   move WS-FL-CODE(J) to WS-CHG-REF
                   move WS-FL-LABEL(J) to WS-CHG-LABEL
                   perform write-charge
               end-perform
               if WS-CUR-BILLED > 0
                   add 1 to WS-STUD-BILLED
                   move WS-CUR-ID to WS-RPT-ID
                   move WS-CUR-BILLED to WS-RPT-AMOUNT
                   move spaces to FEERPT-REC
                   string "FACTURE  " delimited by size
                       WS-RPT-ID delimited by size
                       " " delimited by size
                       MST-NAME delimited by size
                       MST-SURNAME delimited by size
                       WS-RPT-AMOUNT delimited by size
                       into FEERPT-TEXT
                   end-string
                   write FEERPT-REC
               end-if
           end-if.

       charge-one-course.
           move "N" to WS-RATE-FOUND
           perform varying I from 1 by 1 until I > WS-RATE-COUNT
               if WS-RT-COURSE(I) = REG-COURSE
                   move "Y" to WS-RATE-FOUND
                   move WS-RT-AMOUNT(I) to WS-CHG-AMOUNT
                   move WS-RATE-COUNT to I
               end-if
           end-perform
           if not WS-RATE-FOUND-YES and WS-DEFAULT-SET-YES
               move "Y" to WS-RATE-FOUND
               move WS-DEFAULT-RATE to WS-CHG-AMOUNT
           end-if
           if WS-RATE-FOUND-YES
               move REG-COURSE to WS-CHG-REF
               move spaces to WS-CHG-LABEL
               string "Droits de cours " delimited by size
                   REG-COURSE delimited by size
                   into WS-CHG-LABEL
               end-string
               perform write-charge
           else
               add 1 to WS-TAR-COUNT
               move WS-CUR-ID to WS-RPT-ID
               move spaces to FEERPT-REC
               string "TARIF ABSENT " delimited by size
                   WS-RPT-ID delimited by size
                   " cours " delimited by size
                   REG-COURSE delimited by size
                   " session " delimited by size
                   WS-FEE-TERM delimited by size
                   into FEERPT-TEXT
               end-string
               write FEERPT-REC
           end-if.

       write-charge.
           move WS-CUR-ID to LDG-ID
           move WS-FEE-TERM to LDG-TERM
           move "C" to LDG-TYPE
           move WS-CHG-REF to LDG-REF
           move WS-POST-DATE to LDG-DATE
           move WS-CHG-AMOUNT to LDG-AMOUNT
           move WS-CHG-LABEL to LDG-LABEL
           write ACCTLDG-REC
               invalid key
                   add 1 to WS-DUP-COUNT
               not invalid key
                   add 1 to WS-CHG-COUNT
                   add WS-CHG-AMOUNT to WS-CUR-BILLED
                   add WS-CHG-AMOUNT to WS-BILLED-TOTAL
           end-write.

       refund-withdrawn-student.
           move 0 to WS-REFUND-PCT
           perform varying J from 1 by 1 until J > WS-CUT-COUNT
               if MST-WDR-DATE not > WS-CUT-DATE(J)
                   move WS-CUT-PCT(J) to WS-REFUND-PCT
                   move WS-CUT-COUNT to J
               end-if
           end-perform
           if WS-REFUND-PCT > 0
               perform sum-term-charges
               if WS-CUR-CHARGES > 0
                   compute WS-REFUND-AMOUNT rounded =
                       WS-CUR-CHARGES * WS-REFUND-PCT / 100
                   perform write-refund
               end-if
           end-if.

       sum-term-charges.
           move 0 to WS-CUR-CHARGES
           move "N" to WS-LDG-EOF
           move WS-CUR-ID to LDG-ID
           move WS-FEE-TERM to LDG-TERM
           move low-values to LDG-TYPE
           move low-values to LDG-REF
           start ACCTLDG-FILE key not < LDG-KEY
               invalid key move "Y" to WS-LDG-EOF
           end-start
           perform until WS-LDG-EOF-YES
               read ACCTLDG-FILE next record
                   at end move "Y" to WS-LDG-EOF
                   not at end
                       if LDG-ID not = WS-CUR-ID
                               or LDG-TERM not = WS-FEE-TERM
                           move "Y" to WS-LDG-EOF
                       else
                           if LDG-TYPE = "C"
                               add LDG-AMOUNT to WS-CUR-CHARGES
                           end-if
                       end-if
               end-read
           end-perform.

       write-refund.
           move WS-CUR-ID to LDG-ID
           move WS-FEE-TERM to LDG-TERM
           move "R" to LDG-TYPE
           move "RETRAIT" to LDG-REF
           move WS-POST-DATE to LDG-DATE
           move WS-REFUND-AMOUNT to LDG-AMOUNT
           move WS-REFUND-PCT to WS-RPT-PCT
           move spaces to LDG-LABEL
           string "Remboursement retrait " delimited by size
               WS-RPT-PCT delimited by size
               "%" delimited by size
               into LDG-LABEL
           end-string
           write ACCTLDG-REC
               invalid key
                   add 1 to WS-REF-DUP-COUNT
               not invalid key
                   add 1 to WS-REF-COUNT
                   add WS-REFUND-AMOUNT to WS-REFUND-TOTAL
                   move WS-CUR-ID to WS-RPT-ID
                   move WS-REFUND-AMOUNT to WS-RPT-AMOUNT
                   move spaces to FEERPT-REC
                   string "REMBOURS " delimited by size
                       WS-RPT-ID delimited by size
                       " retrait " delimited by size
                       MST-WDR-DATE delimited by size
                       " taux " delimited by size
                       WS-RPT-PCT delimited by size
                       "% montant " delimited by size
                       WS-RPT-AMOUNT delimited by size
                       into FEERPT-TEXT
                   end-string
                   write FEERPT-REC
           end-write.

       write-report-heading.
           move spaces to FEERPT-REC
           string "Facturation des droits - session " delimited by size
               WS-FEE-TERM delimited by size
               " du " delimited by size
               WS-TERM-START delimited by size
               " au " delimited by size
               WS-TERM-END delimited by size
               into FEERPT-TEXT
           end-string
           write FEERPT-REC
           move spaces to FEERPT-REC
           string "Date de comptabilisation: " delimited by size
               WS-POST-DATE delimited by size
               into FEERPT-TEXT
           end-string
           write FEERPT-REC.

       write-assessment-totals.
           move WS-STUD-READ to WS-RPT-COUNT
           move spaces to FEERPT-REC
           string "Etudiants lus au maitre: " delimited by size
               WS-RPT-COUNT delimited by size
               into FEERPT-TEXT
           end-string
           write FEERPT-REC
           move WS-STUD-BILLED to WS-RPT-COUNT
           move spaces to FEERPT-REC
           string "Etudiants factures: " delimited by size
               WS-RPT-COUNT delimited by size
               into FEERPT-TEXT
           end-string
           write FEERPT-REC
           move WS-STUD-NOREG to WS-RPT-COUNT
           move spaces to FEERPT-REC
           string "Etudiants actifs sans inscription: "
               delimited by size
               WS-RPT-COUNT delimited by size
               into FEERPT-TEXT
           end-string
           write FEERPT-REC
           move WS-CHG-COUNT to WS-RPT-COUNT
           move WS-BILLED-TOTAL to WS-RPT-TOTAL
           move spaces to FEERPT-REC
           string "Ecritures de facturation: " delimited by size
               WS-RPT-COUNT delimited by size
               "   montant: " delimited by size
               WS-RPT-TOTAL delimited by size
               into FEERPT-TEXT
           end-string
           write FEERPT-REC
           move WS-DUP-COUNT to WS-RPT-COUNT
           move spaces to FEERPT-REC
           string "Ecritures deja facturees (ignorees): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into FEERPT-TEXT
           end-string
           write FEERPT-REC
           move WS-REF-COUNT to WS-RPT-COUNT
           move WS-REFUND-TOTAL to WS-RPT-TOTAL
           move spaces to FEERPT-REC
           string "Remboursements de retrait: " delimited by size
               WS-RPT-COUNT delimited by size
               "   montant: " delimited by size
               WS-RPT-TOTAL delimited by size
               into FEERPT-TEXT
           end-string
           write FEERPT-REC
           move WS-REF-DUP-COUNT to WS-RPT-COUNT
           move spaces to FEERPT-REC
           string "Remboursements deja passes (ignores): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into FEERPT-TEXT
           end-string
           write FEERPT-REC
           move WS-TAR-COUNT to WS-RPT-COUNT
           move spaces to FEERPT-REC
           string "Inscriptions sans tarif (TARIF ABSENT): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into FEERPT-TEXT
           end-string
           write FEERPT-REC.
