           05 GENPARM-RETENTION PIC 9(3).
           05 FILLER PIC X.
           05 GENPARM-RESTORE-DATE PIC 9(8).
           05 FILLER PIC X.
           05 GENPARM-OPER PIC X(8).

       fd GENLIST-FILE.
       01 GENLIST-REC.
       01 WS-RETENTION PIC 9(3) VALUE 5.
       01 WS-RESTORE-DATE PIC 9(8) VALUE 0.
       01 WS-SYS-DATE PIC 9(8) VALUE 0.
       01 WS-PROM-OPER PIC X(8) VALUE SPACES.
       01 WS-OPC-FUNC PIC X(3) VALUE SPACES.
       01 WS-OPC-REF PIC X(20) VALUE SPACES.
       01 WS-OPC-RESULT PIC X(3) VALUE SPACES.

       01 WS-GEN-COUNT PIC 9(3) VALUE 0.
       01 WS-GEN-TABLE.
       01 WS-DATE-SEEN PIC X VALUE "N".
           88 WS-DATE-SEEN-YES VALUE "Y".
       01 WS-OLDEST-IDX PIC 9(3) VALUE 0.
       01 WS-PROM-REFUSED PIC X VALUE "N".
           88 WS-PROM-REFUSED-YES VALUE "Y".

       procedure division.
           move "DEBUT" to WS-LOG-EVENT
           move "FIN" to WS-LOG-EVENT
           accept WS-SYS-DATE from date yyyymmdd
           perform read-genparm
           if not WS-PROM-ABORT-YES
               perform check-prom-operator
           end-if
           if not WS-PROM-ABORT-YES
               if WS-MODE-RESTORE
                   perform restore-generation
               perform rebuild-indexed-master
           end-if

           perform log-operator
           evaluate true
               when WS-PROM-REFUSED-YES
                   move spaces to WS-LOG-RESULT
                   string "Refus securite " delimited by size
                       WS-OPC-RESULT delimited by size
                       " op=" delimited by size
                       WS-PROM-OPER delimited by size
                       into WS-LOG-RESULT
                   end-string
               when WS-PROM-ABORT-YES
                   move "Promotion roster interrompue"
                       to WS-LOG-RESULT
               when WS-MODE-RESTORE
                   move spaces to WS-LOG-RESULT
                   string "Restaure gen " delimited by size
                       WS-RESTORE-DATE delimited by size
                       into WS-LOG-RESULT
                   end-string
               when other
                   move spaces to WS-LOG-RESULT
                   string "Promu, effectif=" delimited by size
                       WS-MASTER-COUNT delimited by size
                       into WS-LOG-RESULT
                   end-string
           end-evaluate
           move WS-MASTER-COUNT to WS-LOG-N
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
                           move GENPARM-RESTORE-DATE
                               to WS-RESTORE-DATE
                       end-if
                       move GENPARM-OPER to WS-PROM-OPER
               end-read
               close GENPARM-FILE
           end-if
               move "Y" to WS-PROM-ABORT
           end-if.

       check-prom-operator.
           move spaces to WS-OPC-REF
           if WS-MODE-RESTORE
               move "RST" to WS-OPC-FUNC
               string "ROSTER.G" delimited by size
                   WS-RESTORE-DATE delimited by size
                   into WS-OPC-REF
               end-string
           else
               move "PRO" to WS-OPC-FUNC
               move "ROSTNEW" to WS-OPC-REF
           end-if
           call "OPERCHK" using WS-LOG-PROGRAM WS-PROM-OPER
               WS-OPC-FUNC WS-OPC-REF WS-OPC-RESULT
           if WS-OPC-RESULT not = "OK"
               display "Operateur " WS-PROM-OPER " non autorise ("
                   WS-OPC-RESULT ") - fonction " WS-OPC-FUNC
                   " refusee."
               move "Y" to WS-PROM-REFUSED
               move "Y" to WS-PROM-ABORT
           end-if.

       log-operator.
           move "OPER" to WS-LOG-EVENT
           move spaces to WS-LOG-RESULT
           move 0 to WS-LOG-N
           if WS-OPC-RESULT = "OK"
               string "Op=" delimited by size
                   WS-PROM-OPER delimited by size
                   " Appl=" delimited by size
                   WS-OPC-FUNC delimited by size
                   into WS-LOG-RESULT
               end-string
               move 1 to WS-LOG-N
           else
               string "Op=" delimited by size
                   WS-PROM-OPER delimited by size
                   " Refus=" delimited by size
                   WS-OPC-FUNC delimited by size
                   into WS-LOG-RESULT
               end-string
           end-if
           if WS-OPC-RESULT not = spaces
               call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
                   WS-LOG-RESULT WS-LOG-EVENT
           end-if
           move "FIN" to WS-LOG-EVENT.

       promote-master.
           open input ROSTNEW-FILE
           if WS-ROSTNEW-STATUS not = "00"
