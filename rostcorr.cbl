           05 CORR-NAME PIC X(25).
           05 CORR-SURNAME PIC X(25).
           05 CORR-ID PIC 9(8).
           05 FILLER PIC X.
           05 CORR-OPER PIC X(8).

       fd CORRPARM-FILE.
       01 CORRPARM-REC.
           05 CORTRAN-SURNAME PIC X(25).
           05 CORTRAN-ID PIC 9(8).
           05 CORTRAN-DATE PIC 9(8).
           05 CORTRAN-OPER PIC X(8).

       fd CORRPT-FILE.
       01 CORRPT-REC.
               10 WS-CORR-T-NAME PIC X(25).
               10 WS-CORR-T-SURNAME PIC X(25).
               10 WS-CORR-T-ID PIC 9(8).
               10 WS-CORR-T-OPER PIC X(8).

       01 WS-VAL-COUNT PIC 9(4) VALUE 0.
       01 WS-VAL-TABLE.
       01 WS-REPAIRED-COUNT PIC 9(4) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(4) VALUE 0.
       01 WS-PENDING-COUNT PIC 9(4) VALUE 0.
       01 WS-SECU-COUNT PIC 9(4) VALUE 0.
       01 WS-OPC-FUNC PIC X(3) VALUE "COR".
       01 WS-OPC-REF PIC X(20) VALUE SPACES.
       01 WS-OPC-RESULT PIC X(3) VALUE SPACES.
       01 WS-OPS-IDX PIC 99 VALUE 0.
       01 WS-OPS-COUNT PIC 99 VALUE 0.
       01 WS-OPS-TABLE.
           05 WS-OPS-ENTRY OCCURS 20 TIMES.
               10 WS-OPS-ID PIC X(8).
               10 WS-OPS-APPL PIC 9(4).
               10 WS-OPS-REFUS PIC 9(4).
       01 WS-NEW-REASON PIC X(3).
       01 WS-RPT-COUNT PIC ZZZ9.
       01 WS-RPT-ID PIC 9(8).
               perform write-new-outstanding
           end-if

           perform log-operators
           if WS-CORR-ABORT-YES
               move "Correction rejets interrompue" to WS-LOG-RESULT
           else
                   WS-REPAIRED-COUNT delimited by size
                   " EnAttente=" delimited by size
                   WS-PENDING-COUNT delimited by size
                   " Secu=" delimited by size
                   WS-SECU-COUNT delimited by size
                   into WS-LOG-RESULT
               end-string
           end-if
           if WS-CORR-ABORT-YES
               move 8 to return-code
           else
               if WS-PENDING-COUNT > 0 or WS-SECU-COUNT > 0
                   move 4 to return-code
               end-if
           end-if.
               move ROSTREJ-SURNAME to WS-REJ-SURNAME(WS-REJ-COUNT)
               move ROSTREJ-ID to WS-REJ-ID(WS-REJ-COUNT)
               if ROSTREJ-STATUS = "A" or ROSTREJ-STATUS = "W"
                       or ROSTREJ-STATUS = "P" or ROSTREJ-STATUS = "M"
                   move ROSTREJ-STATUS to WS-REJ-STATUS(WS-REJ-COUNT)
               else
                   move "A" to WS-REJ-STATUS(WS-REJ-COUNT)
                               to WS-CORR-T-SURNAME(WS-CORR-COUNT)
                           move CORR-ID
                               to WS-CORR-T-ID(WS-CORR-COUNT)
                           move CORR-OPER
                               to WS-CORR-T-OPER(WS-CORR-COUNT)
                   end-read
               end-perform
               if not WS-FILE-EOF-YES
           if WS-CORR-IDX = 0
               perform write-uncorrected-line
           else
               perform check-corr-operator
               if WS-OPC-RESULT not = "OK"
                   perform write-security-line
               else
                   perform revalidate-correction
               end-if
           end-if.

       check-corr-operator.
           move spaces to WS-OPC-REF
           move WS-REJ-ID(WS-REJ-IDX) to WS-OPC-REF
           call "OPERCHK" using WS-LOG-PROGRAM
               WS-CORR-T-OPER(WS-CORR-IDX) WS-OPC-FUNC WS-OPC-REF
               WS-OPC-RESULT
           move 0 to WS-OPS-IDX
           perform varying I from 1 by 1 until I > WS-OPS-COUNT
               if WS-OPS-ID(I) = WS-CORR-T-OPER(WS-CORR-IDX)
                   move I to WS-OPS-IDX
                   move WS-OPS-COUNT to I
               end-if
           end-perform
           if WS-OPS-IDX = 0 and WS-OPS-COUNT < 20
               add 1 to WS-OPS-COUNT
               move WS-OPS-COUNT to WS-OPS-IDX
               move WS-CORR-T-OPER(WS-CORR-IDX)
                   to WS-OPS-ID(WS-OPS-IDX)
               move 0 to WS-OPS-APPL(WS-OPS-IDX)
               move 0 to WS-OPS-REFUS(WS-OPS-IDX)
           end-if
           if WS-OPS-IDX > 0
               if WS-OPC-RESULT = "OK"
                   add 1 to WS-OPS-APPL(WS-OPS-IDX)
               else
                   add 1 to WS-OPS-REFUS(WS-OPS-IDX)
               end-if
           end-if.

       write-security-line.
           add 1 to WS-SECU-COUNT
           move WS-REJ-ID(WS-REJ-IDX) to WS-RPT-ID
           move spaces to CORRPT-REC
           string "REFUS SEC" delimited by size
               " " delimited by size
               WS-RPT-ID delimited by size
               " " delimited by size
               WS-REJ-NAME(WS-REJ-IDX) delimited by size
               " " delimited by size
               WS-REJ-SURNAME(WS-REJ-IDX) delimited by size
               " operateur " delimited by size
               WS-CORR-T-OPER(WS-CORR-IDX) delimited by size
               " motif " delimited by size
               WS-OPC-RESULT delimited by size
               into CORRPT-TEXT
           end-string
           write CORRPT-REC.

       log-operators.
           move "OPER" to WS-LOG-EVENT
           perform varying I from 1 by 1 until I > WS-OPS-COUNT
               move spaces to WS-LOG-RESULT
               string "Op=" delimited by size
                   WS-OPS-ID(I) delimited by size
                   " Appl=" delimited by size
                   WS-OPS-APPL(I) delimited by size
                   " Refus=" delimited by size
                   WS-OPS-REFUS(I) delimited by size
                   into WS-LOG-RESULT
               end-string
               compute WS-LOG-N = WS-OPS-APPL(I) + WS-OPS-REFUS(I)
               call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
                   WS-LOG-RESULT WS-LOG-EVENT
           end-perform
           move "FIN" to WS-LOG-EVENT.

       revalidate-correction.
           move spaces to WS-NEW-REASON
           move WS-CORR-T-ID(WS-CORR-IDX) to WS-CHECK-ID
               move WS-CORR-T-SURNAME(WS-CORR-IDX) to CORTRAN-SURNAME
               move WS-CORR-T-ID(WS-CORR-IDX) to CORTRAN-ID
               move WS-REJ-ADM-DATE(WS-REJ-IDX) to CORTRAN-DATE
               move WS-CORR-T-OPER(WS-CORR-IDX) to CORTRAN-OPER
               write CORTRAN-REC
           end-if
           move "R" to WS-REJ-STATE(WS-REJ-IDX)
               WS-RPT-COUNT delimited by size
               into CORRPT-TEXT
           end-string
           write CORRPT-REC
           move WS-SECU-COUNT to WS-RPT-COUNT
           move spaces to CORRPT-REC
           string "Corrections refusees (securite): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into CORRPT-TEXT
           end-string
           write CORRPT-REC.

       write-pending-section.
