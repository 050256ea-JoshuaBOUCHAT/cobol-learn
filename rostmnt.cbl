       fd TRAN-FILE.
       01 TRAN-REC.
           05 TRAN-ACTION PIC X(3).
               88 TRAN-ACTION-KNOWN VALUES "ADD" "CHG" "DEL" "WDR"
                   "RNS" "PRB" "CLR" "MRG".
           05 TRAN-NAME PIC X(25).
           05 TRAN-SURNAME PIC X(25).
           05 TRAN-ID PIC 9(8).
           05 TRAN-DATE PIC 9(8).
           05 TRAN-OPER PIC X(8).

       fd ROSTNEW-FILE.
       01 ROSTNEW-REC.
               10 JRNL-AFT-STATUS PIC X.
               10 JRNL-AFT-ADM-DATE PIC 9(8).
               10 JRNL-AFT-WDR-DATE PIC 9(8).
           05 FILLER PIC X.
           05 JRNL-OPER PIC X(8).

       working-storage section.
       01 WS-ROSTMST-STATUS PIC XX VALUE "00".
       01 WS-CTL-HASH PIC 9(12) VALUE 0.
       01 WS-JRNL-STATUS PIC XX VALUE "00".

       01 WS-OPC-FUNC PIC X(3) VALUE SPACES.
       01 WS-OPC-REF PIC X(20) VALUE SPACES.
       01 WS-OPC-RESULT PIC X(3) VALUE SPACES.
       01 WS-SECU-COUNT PIC 9(4) VALUE 0.
       01 WS-OPS-IDX PIC 99 VALUE 0.
       01 WS-OPS-COUNT PIC 99 VALUE 0.
       01 WS-OPS-TABLE.
           05 WS-OPS-ENTRY OCCURS 20 TIMES.
               10 WS-OPS-ID PIC X(8).
               10 WS-OPS-APPL PIC 9(4).
               10 WS-OPS-REFUS PIC 9(4).

       01 WS-BEF-IMAGE.
           05 WS-BEF-NAME PIC X(25).
           05 WS-BEF-SURNAME PIC X(25).
           05 WS-BEF-WDR-DATE PIC 9(8).

       local-storage section.
       01 I PIC 99 VALUE 0.
       01 WS-TRAN-EOF PIC X VALUE "N".
           88 WS-TRAN-EOF-YES VALUE "Y".
       01 WS-MST-EOF PIC X VALUE "N".
               close MNTRPT-FILE
           end-if

           perform log-operators
           if WS-MNT-ABORT-YES
               move "Maintenance interrompue" to WS-LOG-RESULT
           else
                   WS-APPLIED-COUNT delimited by size
                   " Rej=" delimited by size
                   WS-REJECT-COUNT delimited by size
                   " Secu=" delimited by size
                   WS-SECU-COUNT delimited by size
                   into WS-LOG-RESULT
               end-string
           end-if
               WS-LOG-RESULT WS-LOG-EVENT
           if WS-MNT-ABORT-YES
               move 8 to return-code
           else
               if WS-SECU-COUNT > 0
                   move 4 to return-code
               end-if
           end-if.
       goback.

               move WS-SYS-DATE to WS-EFF-DATE
           end-if
           perform find-student
           move "OK" to WS-OPC-RESULT
           if TRAN-ACTION-KNOWN
               perform check-operator
           end-if
           if WS-OPC-RESULT not = "OK"
               move "REJETEE" to WS-TRAN-STATE
               string "Refus securite " delimited by size
                   WS-OPC-RESULT delimited by size
                   into WS-TRAN-REASON
               end-string
               add 1 to WS-SECU-COUNT
           else
               evaluate TRAN-ACTION
                   when "ADD"
                       perform apply-add
                   when "CHG"
                       perform apply-chg
                   when "DEL"
                       perform apply-del
                   when "WDR"
                       perform apply-wdr
                   when "RNS"
                       perform apply-rns
                   when "PRB"
                       perform apply-prb
                   when "CLR"
                       perform apply-clr
                   when "MRG"
                       perform apply-mrg
                   when other
                       move "REJETEE" to WS-TRAN-STATE
                       move "Action inconnue" to WS-TRAN-REASON
               end-evaluate
           end-if
           perform tally-operator
           if WS-TRAN-STATE = "APPLIQUEE"
               add 1 to WS-APPLIED-COUNT
               if WS-OPS-IDX > 0
                   add 1 to WS-OPS-APPL(WS-OPS-IDX)
               end-if
               perform write-journal-entry
           else
               add 1 to WS-REJECT-COUNT
               if WS-OPS-IDX > 0 and WS-OPC-RESULT not = "OK"
                   add 1 to WS-OPS-REFUS(WS-OPS-IDX)
               end-if
           end-if
           perform write-tran-line.

       check-operator.
           move TRAN-ACTION to WS-OPC-FUNC
           move spaces to WS-OPC-REF
           move TRAN-ID to WS-OPC-REF
           call "OPERCHK" using WS-LOG-PROGRAM TRAN-OPER WS-OPC-FUNC
               WS-OPC-REF WS-OPC-RESULT.

       tally-operator.
           move 0 to WS-OPS-IDX
           perform varying I from 1 by 1 until I > WS-OPS-COUNT
               if WS-OPS-ID(I) = TRAN-OPER
                   move I to WS-OPS-IDX
                   move WS-OPS-COUNT to I
               end-if
           end-perform
           if WS-OPS-IDX = 0 and WS-OPS-COUNT < 20
               add 1 to WS-OPS-COUNT
               move WS-OPS-COUNT to WS-OPS-IDX
               move TRAN-OPER to WS-OPS-ID(WS-OPS-IDX)
               move 0 to WS-OPS-APPL(WS-OPS-IDX)
               move 0 to WS-OPS-REFUS(WS-OPS-IDX)
           end-if.

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

       find-student.
           move "N" to WS-STUD-FOUND
           move spaces to WS-BEF-NAME
           move spaces to JRNL-REC
           move WS-SYS-DATE to JRNL-DATE
           move TRAN-ACTION to JRNL-ACTION
           move TRAN-OPER to JRNL-OPER
           move WS-BEF-NAME to JRNL-BEF-NAME
           move WS-BEF-SURNAME to JRNL-BEF-SURNAME
           move WS-BEF-ID to JRNL-BEF-ID
               move "REJETEE" to WS-TRAN-STATE
               move "ID inconnu" to WS-TRAN-REASON
           else
               if MST-STATUS = "W" or MST-STATUS = "M"
                   move "REJETEE" to WS-TRAN-STATE
                   move "Etudiant deja retire" to WS-TRAN-REASON
               else
               end-if
           end-if.

       apply-prb.
           if not WS-STUD-FOUND-YES
               move "REJETEE" to WS-TRAN-STATE
               move "ID inconnu" to WS-TRAN-REASON
           else
               if MST-STATUS not = "A"
                   move "REJETEE" to WS-TRAN-STATE
                   move "Etudiant non actif" to WS-TRAN-REASON
               else
                   move "P" to MST-STATUS
                   rewrite ROSTMST-REC
                       invalid key
                           move "REJETEE" to WS-TRAN-STATE
                           move "Reecriture maitre impossible"
                               to WS-TRAN-REASON
                   end-rewrite
               end-if
           end-if.

       apply-clr.
           if not WS-STUD-FOUND-YES
               move "REJETEE" to WS-TRAN-STATE
               move "ID inconnu" to WS-TRAN-REASON
           else
               if MST-STATUS not = "P"
                   move "REJETEE" to WS-TRAN-STATE
                   move "Etudiant non en probation" to WS-TRAN-REASON
               else
                   move "A" to MST-STATUS
                   rewrite ROSTMST-REC
                       invalid key
                           move "REJETEE" to WS-TRAN-STATE
                           move "Reecriture maitre impossible"
                               to WS-TRAN-REASON
                   end-rewrite
               end-if
           end-if.

       apply-mrg.
           if not WS-STUD-FOUND-YES
               move "REJETEE" to WS-TRAN-STATE
               move "ID inconnu" to WS-TRAN-REASON
           else
               if MST-STATUS = "M"
                   move "REJETEE" to WS-TRAN-STATE
                   move "Etudiant deja fusionne" to WS-TRAN-REASON
               else
                   move "M" to MST-STATUS
                   move WS-EFF-DATE to MST-WDR-DATE
                   rewrite ROSTMST-REC
                       invalid key
                           move "REJETEE" to WS-TRAN-STATE
                           move "Reecriture maitre impossible"
                               to WS-TRAN-REASON
                   end-rewrite
               end-if
           end-if.

       write-tran-line.
           move TRAN-ID to WS-RPT-ID
           move spaces to MNTRPT-REC
               WS-TRAN-STATE delimited by size
               " " delimited by size
               WS-TRAN-REASON delimited by size
               " op=" delimited by size
               TRAN-OPER delimited by size
               into MNTRPT-TEXT
           end-string
           write MNTRPT-REC.
               into MNTRPT-TEXT
           end-string
           write MNTRPT-REC
           move WS-SECU-COUNT to WS-RPT-COUNT
           move spaces to MNTRPT-REC
           string "  dont refus securite: " delimited by size
               WS-RPT-COUNT delimited by size
               into MNTRPT-TEXT
           end-string
           write MNTRPT-REC
           move WS-MASTER-COUNT to WS-RPT-COUNT
           move spaces to MNTRPT-REC
           string "Effectif du nouveau maitre: " delimited by size
