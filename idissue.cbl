       01 NEWENRL-REC.
           05 NEWENRL-NAME PIC X(25).
           05 NEWENRL-SURNAME PIC X(25).
           05 FILLER PIC X.
           05 NEWENRL-OPER PIC X(8).

       fd IDTRANS-FILE.
       01 IDTRANS-REC.
           05 IDTRANS-SURNAME PIC X(25).
           05 IDTRANS-ID PIC 9(8).
           05 IDTRANS-DATE PIC 9(8).
           05 IDTRANS-OPER PIC X(8).

       fd IDRPT-FILE.
       01 IDRPT-REC.
       01 WS-CHECK-OK PIC X VALUE "Y".

       01 WS-ISSUED-COUNT PIC 9(4) VALUE 0.
       01 WS-SECU-COUNT PIC 9(4) VALUE 0.
       01 WS-OPC-FUNC PIC X(3) VALUE "IDS".
       01 WS-OPC-REF PIC X(20) VALUE SPACES.
       01 WS-OPC-RESULT PIC X(3) VALUE SPACES.
       01 WS-OPS-IDX PIC 99 VALUE 0.
       01 WS-OPS-COUNT PIC 99 VALUE 0.
       01 WS-OPS-TABLE.
           05 WS-OPS-ENTRY OCCURS 20 TIMES.
               10 WS-OPS-ID PIC X(8).
               10 WS-OPS-APPL PIC 9(4).
               10 WS-OPS-REFUS PIC 9(4).
       01 WS-RPT-COUNT PIC ZZZ9.
       01 WS-SYS-DATE PIC 9(8) VALUE 0.

               perform rewrite-idnext
           end-if

           perform log-operators
           if WS-ISSUE-ABORT-YES
               move "Emission d'ID interrompue" to WS-LOG-RESULT
           else
               move spaces to WS-LOG-RESULT
               string "IDs emis=" delimited by size
                   WS-ISSUED-COUNT delimited by size
                   " Secu=" delimited by size
                   WS-SECU-COUNT delimited by size
                   into WS-LOG-RESULT
               end-string
           end-if
           if WS-ISSUE-ABORT-YES
               move 8 to return-code
           else
               if WS-SUSP-COUNT > 0 or WS-SECU-COUNT > 0
                   move 4 to return-code
               end-if
           end-if.
       screen-one-enrollment.
           move spaces to WS-MATCH-TYPE
           move 0 to WS-MATCH-ID
           perform check-enrl-operator
           if WS-OPC-RESULT not = "OK"
               perform write-security-line
           else
               if WS-SCREEN-ON-YES
                   perform find-person-match
               end-if
               if WS-MATCH-TYPE = spaces
                   perform issue-one-id
               else
                   perform divert-to-suspense
               end-if
           end-if.

       check-enrl-operator.
           move NEWENRL-SURNAME to WS-OPC-REF
           call "OPERCHK" using WS-LOG-PROGRAM NEWENRL-OPER
               WS-OPC-FUNC WS-OPC-REF WS-OPC-RESULT
           move 0 to WS-OPS-IDX
           perform varying I from 1 by 1 until I > WS-OPS-COUNT
               if WS-OPS-ID(I) = NEWENRL-OPER
                   move I to WS-OPS-IDX
                   move WS-OPS-COUNT to I
               end-if
           end-perform
           if WS-OPS-IDX = 0 and WS-OPS-COUNT < 20
               add 1 to WS-OPS-COUNT
               move WS-OPS-COUNT to WS-OPS-IDX
               move NEWENRL-OPER to WS-OPS-ID(WS-OPS-IDX)
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
           move spaces to IDRPT-REC
           string "REFUS SEC " delimited by size
               NEWENRL-NAME delimited by size
               " " delimited by size
               NEWENRL-SURNAME delimited by size
               " op " delimited by size
               NEWENRL-OPER delimited by size
               " " delimited by size
               WS-OPC-RESULT delimited by size
               into IDRPT-TEXT
           end-string
           write IDRPT-REC.

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

       find-person-match.
           perform varying I from 1 by 1 until I > WS-ROSTER-COUNT
               if WS-RST-NAME(I) = NEWENRL-NAME
               move NEWENRL-SURNAME to IDTRANS-SURNAME
               move WS-NEW-ID to IDTRANS-ID
               move WS-SYS-DATE to IDTRANS-DATE
               move NEWENRL-OPER to IDTRANS-OPER
               write IDTRANS-REC
               add WS-NEW-ID to WS-ISSUE-HASH
               move spaces to IDRPT-REC
               WS-RPT-COUNT delimited by size
               into IDRPT-TEXT
           end-string
           write IDRPT-REC
           move WS-SECU-COUNT to WS-RPT-COUNT
           move spaces to IDRPT-REC
           string "Inscriptions refusees (securite): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into IDRPT-TEXT
           end-string
           write IDRPT-REC.

       write-idtrnctl.
