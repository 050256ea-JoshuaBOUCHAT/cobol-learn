       identification division.
       program-id. IDMERGE.
       environment division.
       input-output section.
       file-control.
           select MRGREQ-FILE assign to "MRGREQ"
               organization is line sequential
               file status is WS-MRGREQ-STATUS.
           select ROSTMST-FILE assign to "ROSTMST"
               organization is indexed
               access mode is dynamic
               record key is MST-ID
               file status is WS-ROSTMST-STATUS.
           select IDXREF-FILE assign to "IDXREF"
               organization is indexed
               access mode is dynamic
               record key is XRF-OLD-ID
               file status is WS-IDXREF-STATUS.
           select GRADMST-FILE assign to "GRADMST"
               organization is indexed
               access mode is dynamic
               record key is GMST-KEY
               file status is WS-GRADMST-STATUS.
           select GRADHIST-FILE assign to "GRADHIST"
               organization is indexed
               access mode is dynamic
               record key is GHST-KEY
               file status is WS-GRADHIST-STATUS.
           select ROSTHIST-FILE assign to "ROSTHIST"
               organization is indexed
               access mode is dynamic
               record key is HST-ID
               file status is WS-ROSTHIST-STATUS.
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
           select GJRN-FILE assign to "GRADJRNL"
               organization is line sequential
               file status is WS-GJRN-STATUS.
           select GRADVAL-FILE assign to "GRADVAL"
               organization is line sequential
               file status is WS-GRADVAL-STATUS.
           select MRGWRK-FILE assign to "MRGWRK"
               organization is line sequential
               file status is WS-MRGWRK-STATUS.
           select MRGTRAN-FILE assign to "MRGTRAN"
               organization is line sequential
               file status is WS-MRGTRAN-STATUS.
           select MRGTCTL-FILE assign to "MRGTCTL"
               organization is line sequential
               file status is WS-MRGTCTL-STATUS.
           select MRGRPT-FILE assign to "MRGRPT"
               organization is line sequential
               file status is WS-MRGRPT-STATUS.
       data division.
       file section.
       fd MRGREQ-FILE.
       01 MRGREQ-REC.
           05 MRQ-SURV-ID PIC X(8).
           05 MRQ-SURV-ID-N REDEFINES MRQ-SURV-ID PIC 9(8).
           05 FILLER PIC X.
           05 MRQ-RET-ID PIC X(8).
           05 MRQ-RET-ID-N REDEFINES MRQ-RET-ID PIC 9(8).
           05 FILLER PIC X.
           05 MRQ-DATE PIC X(8).
           05 MRQ-DATE-N REDEFINES MRQ-DATE PIC 9(8).
           05 FILLER PIC X.
           05 MRQ-OPER PIC X(8).

       fd ROSTMST-FILE.
       01 ROSTMST-REC.
           05 MST-NAME PIC X(25).
           05 MST-SURNAME PIC X(25).
           05 MST-ID PIC 9(8).
           05 MST-STATUS PIC X.
           05 MST-ADM-DATE PIC 9(8).
           05 MST-WDR-DATE PIC 9(8).

       fd IDXREF-FILE.
       01 IDXREF-REC.
           05 XRF-OLD-ID PIC 9(8).
           05 XRF-NEW-ID PIC 9(8).
           05 XRF-DATE PIC 9(8).
           05 XRF-OPER PIC X(8).
           05 XRF-ORIG-ID PIC 9(8).

       fd GRADMST-FILE.
       01 GRADMST-REC.
           05 GMST-KEY.
               10 GMST-ID PIC 9(8).
               10 GMST-COURSE PIC X(8).
               10 GMST-TERM PIC X(6).
           05 GMST-SCORE PIC 9(3).
           05 GMST-UPD-DATE PIC 9(8).
           05 GMST-REASON PIC X(3).
           05 GMST-USER PIC X(8).

       fd GRADHIST-FILE.
       01 GRADHIST-REC.
           05 GHST-KEY.
               10 GHST-ID PIC 9(8).
               10 GHST-COURSE PIC X(8).
               10 GHST-TERM PIC X(6).
           05 GHST-SCORE PIC 9(3).
           05 GHST-UPD-DATE PIC 9(8).
           05 GHST-REASON PIC X(3).
           05 GHST-USER PIC X(8).
           05 GHST-PURGE-DATE PIC 9(8).

       fd ROSTHIST-FILE.
       01 ROSTHIST-REC.
           05 HST-NAME PIC X(25).
           05 HST-SURNAME PIC X(25).
           05 HST-ID PIC 9(8).
           05 HST-STATUS PIC X.
           05 HST-ADM-DATE PIC 9(8).
           05 HST-WDR-DATE PIC 9(8).
           05 HST-PURGE-DATE PIC 9(8).

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

       fd GJRN-FILE.
       01 GJRN-REC.
           05 GJRN-DATE PIC 9(8).
           05 FILLER PIC X.
           05 GJRN-ACTION PIC X(3).
           05 FILLER PIC X.
           05 GJRN-REASON PIC X(3).
           05 FILLER PIC X.
           05 GJRN-USER PIC X(8).
           05 FILLER PIC X.
           05 GJRN-BEF.
               10 GJRN-BEF-KEY.
                   15 GJRN-BEF-ID PIC 9(8).
                   15 GJRN-BEF-COURSE PIC X(8).
                   15 GJRN-BEF-TERM PIC X(6).
               10 GJRN-BEF-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 GJRN-AFT.
               10 GJRN-AFT-KEY.
                   15 GJRN-AFT-ID PIC 9(8).
                   15 GJRN-AFT-COURSE PIC X(8).
                   15 GJRN-AFT-TERM PIC X(6).
               10 GJRN-AFT-SCORE PIC 9(3).

       fd GRADVAL-FILE.
       01 GRADVAL-REC.
           05 GRADVAL-ID PIC 9(8).
           05 FILLER PIC X.
           05 GRADVAL-COURSE PIC X(8).
           05 FILLER PIC X.
           05 GRADVAL-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 GRADVAL-TERM PIC X(6).

       fd MRGWRK-FILE.
       01 MRGWRK-REC.
           05 WRK-ID PIC 9(8).
           05 FILLER PIC X.
           05 WRK-COURSE PIC X(8).
           05 FILLER PIC X.
           05 WRK-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 WRK-TERM PIC X(6).

       fd MRGTRAN-FILE.
       01 MRGTRAN-REC.
           05 MRGTRAN-ACTION PIC X(3).
           05 MRGTRAN-NAME PIC X(25).
           05 MRGTRAN-SURNAME PIC X(25).
           05 MRGTRAN-ID PIC 9(8).
           05 MRGTRAN-DATE PIC 9(8).
           05 MRGTRAN-OPER PIC X(8).

       fd MRGTCTL-FILE.
       01 MRGTCTL-REC.
           05 MRGTCTL-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 MRGTCTL-HASH PIC 9(12).
           05 FILLER PIC X.
           05 MRGTCTL-DATE PIC 9(8).

       fd MRGRPT-FILE.
       01 MRGRPT-REC.
           05 MRGRPT-TEXT PIC X(80).

       working-storage section.
       01 WS-MRGREQ-STATUS PIC XX VALUE "00".
       01 WS-ROSTMST-STATUS PIC XX VALUE "00".
       01 WS-IDXREF-STATUS PIC XX VALUE "00".
       01 WS-GRADMST-STATUS PIC XX VALUE "00".
       01 WS-GRADHIST-STATUS PIC XX VALUE "00".
       01 WS-ROSTHIST-STATUS PIC XX VALUE "00".
       01 WS-REGISTR-STATUS PIC XX VALUE "00".
       01 WS-ACCTLDG-STATUS PIC XX VALUE "00".
       01 WS-GJRN-STATUS PIC XX VALUE "00".
       01 WS-GRADVAL-STATUS PIC XX VALUE "00".
       01 WS-MRGWRK-STATUS PIC XX VALUE "00".
       01 WS-MRGTRAN-STATUS PIC XX VALUE "00".
       01 WS-MRGTCTL-STATUS PIC XX VALUE "00".
       01 WS-MRGRPT-STATUS PIC XX VALUE "00".

       01 WS-GMST-AVAIL PIC X VALUE "N".
           88 WS-GMST-AVAIL-YES VALUE "Y".
       01 WS-GHST-AVAIL PIC X VALUE "N".
           88 WS-GHST-AVAIL-YES VALUE "Y".
       01 WS-RHST-AVAIL PIC X VALUE "N".
           88 WS-RHST-AVAIL-YES VALUE "Y".
       01 WS-REG-AVAIL PIC X VALUE "N".
           88 WS-REG-AVAIL-YES VALUE "Y".
       01 WS-LDG-AVAIL PIC X VALUE "N".
           88 WS-LDG-AVAIL-YES VALUE "Y".

       01 WS-SYS-DATE PIC 9(8) VALUE 0.
       01 WS-EFF-DATE PIC 9(8) VALUE 0.

       01 WS-CHECK-ID PIC 9(8).
       01 WS-CHECK-EXPECTED PIC 9 VALUE 0.
       01 WS-CHECK-OK PIC X VALUE "Y".
           88 WS-CHECK-IS-OK VALUE "Y".

       01 WS-OPC-FUNC PIC X(3) VALUE "MRG".
       01 WS-OPC-REF PIC X(20) VALUE SPACES.
       01 WS-OPC-RESULT PIC X(3) VALUE SPACES.

       01 WS-SURV-ID PIC 9(8) VALUE 0.
       01 WS-RET-ID PIC 9(8) VALUE 0.
       01 WS-RET-NAME PIC X(25).
       01 WS-RET-SURNAME PIC X(25).
       01 WS-REJ-REASON PIC X(3).
       01 WS-REJ-TEXT PIC X(36).

       01 WS-MOV-COUNT PIC 9(3) VALUE 0.
       01 WS-MOV-TABLE.
           05 WS-MOV-REC PIC X(90) OCCURS 300 TIMES.

       01 WS-ACC-COUNT PIC 9(3) VALUE 0.
       01 WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 200 TIMES.
               10 WS-ACC-RET PIC 9(8).
               10 WS-ACC-SURV PIC 9(8).

       01 WS-SKEY-COUNT PIC 9(5) VALUE 0.
       01 WS-SKEY-TABLE.
           05 WS-SKEY PIC X(22) OCCURS 20000 TIMES.
       01 WS-CUR-KEY PIC X(22).
       01 WS-CUR-ID PIC 9(8).
       01 WS-NEW-ID PIC 9(8).

       01 WS-REQ-COUNT PIC 9(6) VALUE 0.
       01 WS-MRG-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-COUNT PIC 9(6) VALUE 0.
       01 WS-CONF-COUNT PIC 9(6) VALUE 0.
       01 WS-R-GMST PIC 9(4) VALUE 0.
       01 WS-R-GHST PIC 9(4) VALUE 0.
       01 WS-R-RHST PIC 9(4) VALUE 0.
       01 WS-R-REG PIC 9(4) VALUE 0.
       01 WS-R-LDG PIC 9(4) VALUE 0.
       01 WS-R-XRF PIC 9(4) VALUE 0.
       01 WS-T-GMST PIC 9(6) VALUE 0.
       01 WS-T-GHST PIC 9(6) VALUE 0.
       01 WS-T-RHST PIC 9(6) VALUE 0.
       01 WS-T-REG PIC 9(6) VALUE 0.
       01 WS-T-LDG PIC 9(6) VALUE 0.
       01 WS-T-XRF PIC 9(6) VALUE 0.
       01 WS-GVAL-REKEYED PIC 9(6) VALUE 0.
       01 WS-GVAL-CONFLICT PIC 9(6) VALUE 0.
       01 WS-TRAN-COUNT PIC 9(6) VALUE 0.
       01 WS-TRAN-HASH PIC 9(12) VALUE 0.

       01 WS-RPT-ID PIC 9(8).
       01 WS-RPT-ID2 PIC 9(8).
       01 WS-RPT-COUNT PIC ZZZZZ9.
       01 WS-RPT-CT PIC ZZZ9.
       01 WS-RPT-CT2 PIC ZZZ9.
       01 WS-RPT-CT3 PIC ZZZ9.
       01 WS-RPT-CT4 PIC ZZZ9.
       01 WS-RPT-CT5 PIC ZZZ9.
       01 WS-RPT-CT6 PIC ZZZ9.
       01 WS-CONF-FILE PIC X(8).
       01 WS-CONF-KEY PIC X(20).

       01 WS-LOG-PROGRAM PIC X(10) VALUE "IDMERGE".
       01 WS-LOG-N PIC 9(8) VALUE 0.
       01 WS-LOG-K PIC 9(8) VALUE 0.
       01 WS-LOG-RESULT PIC X(40) VALUE SPACES.
       01 WS-LOG-EVENT PIC X(5) VALUE SPACES.

       local-storage section.
       01 I PIC 9(5) VALUE 0.
       01 J PIC 9(3) VALUE 0.
       01 WS-FILE-EOF PIC X VALUE "N".
           88 WS-FILE-EOF-YES VALUE "Y".
       01 WS-MOV-EOF PIC X VALUE "N".
           88 WS-MOV-EOF-YES VALUE "Y".
       01 WS-MRG-ABORT PIC X VALUE "N".
           88 WS-MRG-ABORT-YES VALUE "Y".
       01 WS-KEY-FOUND PIC X VALUE "N".
           88 WS-KEY-FOUND-YES VALUE "Y".
       01 WS-ID-RETIRED PIC X VALUE "N".
           88 WS-ID-RETIRED-YES VALUE "Y".
       01 WS-MRG-HALT PIC X VALUE "N".
           88 WS-MRG-HALT-YES VALUE "Y".
       01 WS-SKEY-FULL PIC X VALUE "N".
           88 WS-SKEY-FULL-YES VALUE "Y".
       01 WS-WRK-OK PIC X VALUE "N".
           88 WS-WRK-OK-YES VALUE "Y".

       procedure division.
           move "DEBUT" to WS-LOG-EVENT
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           move "FIN" to WS-LOG-EVENT
           accept WS-SYS-DATE from date yyyymmdd
           perform open-merge-files
           if not WS-MRG-ABORT-YES
               perform open-rekey-files
               perform until WS-FILE-EOF-YES
                   read MRGREQ-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           if MRGREQ-REC not = spaces
                                   and MRQ-SURV-ID(1:1) not = "*"
                               add 1 to WS-REQ-COUNT
                               perform process-one-request
                           end-if
                   end-read
               end-perform
               perform close-rekey-files
               if WS-ACC-COUNT > 0
                   perform rekey-gradval
               end-if
               perform write-merge-totals
               close MRGREQ-FILE
               close ROSTMST-FILE
               close IDXREF-FILE
               close MRGTRAN-FILE
               close MRGRPT-FILE
               perform write-mrgtctl
           end-if

           if WS-MRG-ABORT-YES
               move "Fusion d'ID interrompue" to WS-LOG-RESULT
           else
               move spaces to WS-LOG-RESULT
               string "Fusions=" delimited by size
                   WS-MRG-COUNT delimited by size
                   " Rejets=" delimited by size
                   WS-REJ-COUNT delimited by size
                   " Confl=" delimited by size
                   WS-CONF-COUNT delimited by size
                   into WS-LOG-RESULT
               end-string
           end-if
           move WS-REQ-COUNT to WS-LOG-N
           move WS-MRG-COUNT to WS-LOG-K
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           if WS-MRG-ABORT-YES or WS-MRG-HALT-YES
               move 8 to return-code
           else
               if WS-REJ-COUNT > 0 or WS-CONF-COUNT > 0
                       or WS-GVAL-CONFLICT > 0
                   move 4 to return-code
               end-if
           end-if.
       goback.

       open-merge-files.
           open input MRGREQ-FILE
           if WS-MRGREQ-STATUS not = "00"
               display "Fichier MRGREQ introuvable - "
                   "fusion interrompue."
               move "Y" to WS-MRG-ABORT
           end-if
           if not WS-MRG-ABORT-YES
               open input ROSTMST-FILE
               if WS-ROSTMST-STATUS not = "00"
                   display "Fichier ROSTMST introuvable - "
                       "fusion interrompue."
                   move "Y" to WS-MRG-ABORT
                   close MRGREQ-FILE
               end-if
           end-if
           if not WS-MRG-ABORT-YES
               open i-o IDXREF-FILE
               if WS-IDXREF-STATUS not = "00"
                   open output IDXREF-FILE
                   if WS-IDXREF-STATUS = "00"
                       close IDXREF-FILE
                       open i-o IDXREF-FILE
                   end-if
               end-if
               if WS-IDXREF-STATUS not = "00"
                   display "Fichier IDXREF - ouverture impossible - "
                       "fusion interrompue."
                   move "Y" to WS-MRG-ABORT
                   close ROSTMST-FILE
                   close MRGREQ-FILE
               end-if
           end-if
           if not WS-MRG-ABORT-YES
               open output MRGTRAN-FILE
               open output MRGRPT-FILE
               if WS-MRGTRAN-STATUS not = "00"
                       or WS-MRGRPT-STATUS not = "00"
                   display "Fichiers MRGTRAN/MRGRPT - "
                       "creation impossible - fusion interrompue."
                   move "Y" to WS-MRG-ABORT
                   close IDXREF-FILE
                   close ROSTMST-FILE
                   close MRGREQ-FILE
               end-if
           end-if
           if not WS-MRG-ABORT-YES
               move spaces to MRGRPT-REC
               string "Fusion des ID etudiants en double"
                   delimited by size
                   into MRGRPT-TEXT
               end-string
               write MRGRPT-REC
           end-if.

       open-rekey-files.
           open i-o GRADMST-FILE
           if WS-GRADMST-STATUS = "00"
               open extend GJRN-FILE
               if WS-GJRN-STATUS not = "00"
                   open output GJRN-FILE
               end-if
               if WS-GJRN-STATUS not = "00"
                   display "Fichier GRADJRNL - ouverture impossible - "
                       "GRADMST non traite."
                   close GRADMST-FILE
               else
                   move "Y" to WS-GMST-AVAIL
               end-if
           else
               display "Fichier GRADMST absent - non traite."
           end-if
           open i-o GRADHIST-FILE
           if WS-GRADHIST-STATUS = "00"
               move "Y" to WS-GHST-AVAIL
           end-if
           open i-o ROSTHIST-FILE
           if WS-ROSTHIST-STATUS = "00"
               move "Y" to WS-RHST-AVAIL
           end-if
           open i-o REGISTR-FILE
           if WS-REGISTR-STATUS = "00"
               move "Y" to WS-REG-AVAIL
           else
               display "Fichier REGISTR absent - non traite."
           end-if
           open i-o ACCTLDG-FILE
           if WS-ACCTLDG-STATUS = "00"
               move "Y" to WS-LDG-AVAIL
           end-if.

       close-rekey-files.
           if WS-GMST-AVAIL-YES
               close GJRN-FILE
               close GRADMST-FILE
           end-if
           if WS-GHST-AVAIL-YES
               close GRADHIST-FILE
           end-if
           if WS-RHST-AVAIL-YES
               close ROSTHIST-FILE
           end-if
           if WS-REG-AVAIL-YES
               close REGISTR-FILE
           end-if
           if WS-LDG-AVAIL-YES
               close ACCTLDG-FILE
           end-if.

       process-one-request.
           move spaces to WS-REJ-REASON
           move spaces to WS-REJ-TEXT
           move 0 to WS-SURV-ID
           move 0 to WS-RET-ID
           if MRQ-SURV-ID is not numeric or MRQ-RET-ID is not numeric
               move "CLE" to WS-REJ-REASON
               move "ID non numerique" to WS-REJ-TEXT
           else
               move MRQ-SURV-ID-N to WS-SURV-ID
               move MRQ-RET-ID-N to WS-RET-ID
               perform check-request-ids
           end-if
           if WS-REJ-REASON = spaces
               perform check-request-operator
           end-if
           if WS-REJ-REASON = spaces
               perform check-request-students
           end-if
           if WS-REJ-REASON = spaces
               perform check-request-xref
           end-if
           if WS-REJ-REASON = spaces
               if WS-ACC-COUNT = 200
                   perform halt-merge-run
               else
                   perform apply-merge
               end-if
           else
               add 1 to WS-REJ-COUNT
               perform write-reject-line
           end-if.

       check-request-ids.
           if WS-SURV-ID = WS-RET-ID
               move "IDN" to WS-REJ-REASON
               move "ID survivant et retire identiques"
                   to WS-REJ-TEXT
           else
               move WS-SURV-ID to WS-CHECK-ID
               call "CHECKDIG" using WS-CHECK-ID WS-CHECK-EXPECTED
                   WS-CHECK-OK
               if WS-CHECK-IS-OK
                   move WS-RET-ID to WS-CHECK-ID
                   call "CHECKDIG" using WS-CHECK-ID
                       WS-CHECK-EXPECTED WS-CHECK-OK
               end-if
               if not WS-CHECK-IS-OK
                   move "CLE" to WS-REJ-REASON
                   move "Cle de controle invalide" to WS-REJ-TEXT
               end-if
           end-if.

       check-request-operator.
           move spaces to WS-OPC-REF
           move MRQ-RET-ID to WS-OPC-REF
           call "OPERCHK" using WS-LOG-PROGRAM MRQ-OPER WS-OPC-FUNC
               WS-OPC-REF WS-OPC-RESULT
           if WS-OPC-RESULT not = "OK"
               move "SEC" to WS-REJ-REASON
               string "Refus securite " delimited by size
                   WS-OPC-RESULT delimited by size
                   into WS-REJ-TEXT
               end-string
           end-if.

       check-request-students.
           move WS-SURV-ID to MST-ID
           read ROSTMST-FILE
               invalid key
                   move "SUR" to WS-REJ-REASON
                   move "ID survivant absent du ROSTMST"
                       to WS-REJ-TEXT
               not invalid key
                   if MST-STATUS = "M"
                       move "SUR" to WS-REJ-REASON
                       move "ID survivant deja fusionne"
                           to WS-REJ-TEXT
                   end-if
           end-read
           if WS-REJ-REASON = spaces
               move WS-RET-ID to MST-ID
               read ROSTMST-FILE
                   invalid key
                       move "RET" to WS-REJ-REASON
                       move "ID retire absent du ROSTMST"
                           to WS-REJ-TEXT
                   not invalid key
                       if MST-STATUS = "M"
                           move "RET" to WS-REJ-REASON
                           move "ID retire deja fusionne"
                               to WS-REJ-TEXT
                       else
                           move MST-NAME to WS-RET-NAME
                           move MST-SURNAME to WS-RET-SURNAME
                       end-if
               end-read
           end-if.

       check-request-xref.
           move WS-RET-ID to XRF-OLD-ID
           read IDXREF-FILE
               invalid key continue
               not invalid key
                   move "DEJ" to WS-REJ-REASON
                   move "ID retire deja au renvoi IDXREF"
                       to WS-REJ-TEXT
           end-read
           if WS-REJ-REASON = spaces
               move WS-SURV-ID to XRF-OLD-ID
               read IDXREF-FILE
                   invalid key continue
                   not invalid key
                       move "CHN" to WS-REJ-REASON
                       move "ID survivant lui-meme fusionne"
                           to WS-REJ-TEXT
               end-read
           end-if.

       apply-merge.
           if MRQ-DATE is numeric and MRQ-DATE-N > 0
               move MRQ-DATE-N to WS-EFF-DATE
           else
               move WS-SYS-DATE to WS-EFF-DATE
           end-if
           move 0 to WS-R-GMST
           move 0 to WS-R-GHST
           move 0 to WS-R-RHST
           move 0 to WS-R-REG
           move 0 to WS-R-LDG
           move 0 to WS-R-XRF
           add 1 to WS-MRG-COUNT
           perform write-merge-heading
           if WS-GMST-AVAIL-YES
               perform rekey-grade-master
           end-if
           if WS-GHST-AVAIL-YES
               perform rekey-grade-history
           end-if
           if WS-RHST-AVAIL-YES
               perform rekey-roster-history
           end-if
           if WS-REG-AVAIL-YES
               perform rekey-registrations
           end-if
           if WS-LDG-AVAIL-YES
               perform rekey-ledger
           end-if
           perform repoint-xref
           perform write-xref-entry
           perform write-merge-transaction
           perform varying J from 1 by 1 until J > WS-ACC-COUNT
               if WS-ACC-SURV(J) = WS-RET-ID
                   move WS-SURV-ID to WS-ACC-SURV(J)
               end-if
           end-perform
           add 1 to WS-ACC-COUNT
           move WS-RET-ID to WS-ACC-RET(WS-ACC-COUNT)
           move WS-SURV-ID to WS-ACC-SURV(WS-ACC-COUNT)
           perform write-merge-summary.

       halt-merge-run.
           display "Table des fusions pleine - fusion interrompue a "
               "l'ID " WS-RET-ID
           move spaces to MRGRPT-REC
           string "Table des fusions pleine - demandes non traitees "
               delimited by size
               "a partir de " delimited by size
               MRQ-RET-ID delimited by size
               into MRGRPT-TEXT
           end-string
           write MRGRPT-REC
           move "Y" to WS-MRG-HALT
           move "Y" to WS-FILE-EOF.

       store-moved-record.
           add 1 to WS-MOV-COUNT
           if WS-MOV-COUNT = 300
               move "Y" to WS-MOV-EOF
           end-if.

       rekey-grade-master.
           move 0 to WS-MOV-COUNT
           perform rekey-grade-master-batch
           perform until WS-MOV-COUNT < 300
               perform rekey-grade-master-batch
           end-perform.

       rekey-grade-master-batch.
           move "N" to WS-MOV-EOF
           if WS-MOV-COUNT = 0
               move WS-RET-ID to GMST-ID
               move low-values to GMST-COURSE
               move low-values to GMST-TERM
               start GRADMST-FILE key not < GMST-KEY
                   invalid key move "Y" to WS-MOV-EOF
               end-start
           else
               move WS-MOV-REC(WS-MOV-COUNT) to GRADMST-REC
               start GRADMST-FILE key > GMST-KEY
                   invalid key move "Y" to WS-MOV-EOF
               end-start
           end-if
           move 0 to WS-MOV-COUNT
           perform until WS-MOV-EOF-YES
               read GRADMST-FILE next record
                   at end move "Y" to WS-MOV-EOF
                   not at end
                       if GMST-ID not = WS-RET-ID
                           move "Y" to WS-MOV-EOF
                       else
                           perform store-moved-record
                           move GRADMST-REC to WS-MOV-REC(WS-MOV-COUNT)
                       end-if
               end-read
           end-perform
           perform varying J from 1 by 1 until J > WS-MOV-COUNT
               perform move-one-grade
           end-perform.

       move-one-grade.
           move WS-MOV-REC(J) to GRADMST-REC
           move WS-SURV-ID to GMST-ID
           write GRADMST-REC
               invalid key
                   move "GRADMST" to WS-CONF-FILE
                   move spaces to WS-CONF-KEY
                   string GMST-COURSE delimited by size
                       " " delimited by size
                       GMST-TERM delimited by size
                       into WS-CONF-KEY
                   end-string
                   perform write-conflict-line
               not invalid key
                   move WS-MOV-REC(J) to GRADMST-REC
                   delete GRADMST-FILE record
                       invalid key continue
                   end-delete
                   add 1 to WS-R-GMST
                   perform write-grade-journal
           end-write.

       write-grade-journal.
           move spaces to GJRN-REC
           move WS-SYS-DATE to GJRN-DATE
           move "MRG" to GJRN-ACTION
           move "FUS" to GJRN-REASON
           move MRQ-OPER to GJRN-USER
           move GMST-ID to GJRN-BEF-ID
           move GMST-COURSE to GJRN-BEF-COURSE
           move GMST-TERM to GJRN-BEF-TERM
           move GMST-SCORE to GJRN-BEF-SCORE
           move WS-SURV-ID to GJRN-AFT-ID
           move GMST-COURSE to GJRN-AFT-COURSE
           move GMST-TERM to GJRN-AFT-TERM
           move GMST-SCORE to GJRN-AFT-SCORE
           write GJRN-REC.

       rekey-grade-history.
           move 0 to WS-MOV-COUNT
           perform rekey-grade-history-batch
           perform until WS-MOV-COUNT < 300
               perform rekey-grade-history-batch
           end-perform.

       rekey-grade-history-batch.
           move "N" to WS-MOV-EOF
           if WS-MOV-COUNT = 0
               move WS-RET-ID to GHST-ID
               move low-values to GHST-COURSE
               move low-values to GHST-TERM
               start GRADHIST-FILE key not < GHST-KEY
                   invalid key move "Y" to WS-MOV-EOF
               end-start
           else
               move WS-MOV-REC(WS-MOV-COUNT) to GRADHIST-REC
               start GRADHIST-FILE key > GHST-KEY
                   invalid key move "Y" to WS-MOV-EOF
               end-start
           end-if
           move 0 to WS-MOV-COUNT
           perform until WS-MOV-EOF-YES
               read GRADHIST-FILE next record
                   at end move "Y" to WS-MOV-EOF
                   not at end
                       if GHST-ID not = WS-RET-ID
                           move "Y" to WS-MOV-EOF
                       else
                           perform store-moved-record
                           move GRADHIST-REC to WS-MOV-REC(WS-MOV-COUNT)
                       end-if
               end-read
           end-perform
           perform varying J from 1 by 1 until J > WS-MOV-COUNT
               move WS-MOV-REC(J) to GRADHIST-REC
               move WS-SURV-ID to GHST-ID
               write GRADHIST-REC
                   invalid key
                       move "GRADHIST" to WS-CONF-FILE
                       move spaces to WS-CONF-KEY
                       string GHST-COURSE delimited by size
                           " " delimited by size
                           GHST-TERM delimited by size
                           into WS-CONF-KEY
                       end-string
                       perform write-conflict-line
                   not invalid key
                       move WS-MOV-REC(J) to GRADHIST-REC
                       delete GRADHIST-FILE record
                           invalid key continue
                       end-delete
                       add 1 to WS-R-GHST
               end-write
           end-perform.

       rekey-roster-history.
           move WS-RET-ID to HST-ID
           read ROSTHIST-FILE
               invalid key continue
               not invalid key
                   move ROSTHIST-REC to WS-MOV-REC(1)
                   move WS-SURV-ID to HST-ID
                   write ROSTHIST-REC
                       invalid key
                           move "ROSTHIST" to WS-CONF-FILE
                           move "ancien etudiant" to WS-CONF-KEY
                           perform write-conflict-line
                       not invalid key
                           move WS-MOV-REC(1) to ROSTHIST-REC
                           delete ROSTHIST-FILE record
                               invalid key continue
                           end-delete
                           add 1 to WS-R-RHST
                   end-write
           end-read.

       rekey-registrations.
           move 0 to WS-MOV-COUNT
           perform rekey-registrations-batch
           perform until WS-MOV-COUNT < 300
               perform rekey-registrations-batch
           end-perform.

       rekey-registrations-batch.
           move "N" to WS-MOV-EOF
           if WS-MOV-COUNT = 0
               move WS-RET-ID to REG-ID
               move low-values to REG-COURSE
               move low-values to REG-TERM
               start REGISTR-FILE key not < REG-KEY
                   invalid key move "Y" to WS-MOV-EOF
               end-start
           else
               move WS-MOV-REC(WS-MOV-COUNT) to REGISTR-REC
               start REGISTR-FILE key > REG-KEY
                   invalid key move "Y" to WS-MOV-EOF
               end-start
           end-if
           move 0 to WS-MOV-COUNT
           perform until WS-MOV-EOF-YES
               read REGISTR-FILE next record
                   at end move "Y" to WS-MOV-EOF
                   not at end
                       if REG-ID not = WS-RET-ID
                           move "Y" to WS-MOV-EOF
                       else
                           perform store-moved-record
                           move REGISTR-REC to WS-MOV-REC(WS-MOV-COUNT)
                       end-if
               end-read
           end-perform
           perform varying J from 1 by 1 until J > WS-MOV-COUNT
               move WS-MOV-REC(J) to REGISTR-REC
               move WS-SURV-ID to REG-ID
               write REGISTR-REC
                   invalid key
                       move "REGISTR" to WS-CONF-FILE
                       move spaces to WS-CONF-KEY
                       string REG-COURSE delimited by size
                           " " delimited by size
                           REG-TERM delimited by size
                           into WS-CONF-KEY
                       end-string
                       perform write-conflict-line
                   not invalid key
                       move WS-MOV-REC(J) to REGISTR-REC
                       delete REGISTR-FILE record
                           invalid key continue
                       end-delete
                       add 1 to WS-R-REG
               end-write
           end-perform.

       rekey-ledger.
           move 0 to WS-MOV-COUNT
           perform rekey-ledger-batch
           perform until WS-MOV-COUNT < 300
               perform rekey-ledger-batch
           end-perform.

       rekey-ledger-batch.
           move "N" to WS-MOV-EOF
           if WS-MOV-COUNT = 0
               move WS-RET-ID to LDG-ID
               move low-values to LDG-TERM
               move low-values to LDG-TYPE
               move low-values to LDG-REF
               start ACCTLDG-FILE key not < LDG-KEY
                   invalid key move "Y" to WS-MOV-EOF
               end-start
           else
               move WS-MOV-REC(WS-MOV-COUNT) to ACCTLDG-REC
               start ACCTLDG-FILE key > LDG-KEY
                   invalid key move "Y" to WS-MOV-EOF
               end-start
           end-if
           move 0 to WS-MOV-COUNT
           perform until WS-MOV-EOF-YES
               read ACCTLDG-FILE next record
                   at end move "Y" to WS-MOV-EOF
                   not at end
                       if LDG-ID not = WS-RET-ID
                           move "Y" to WS-MOV-EOF
                       else
                           perform store-moved-record
                           move ACCTLDG-REC to WS-MOV-REC(WS-MOV-COUNT)
                       end-if
               end-read
           end-perform
           perform varying J from 1 by 1 until J > WS-MOV-COUNT
               move WS-MOV-REC(J) to ACCTLDG-REC
               move WS-SURV-ID to LDG-ID
               write ACCTLDG-REC
                   invalid key
                       move "ACCTLDG" to WS-CONF-FILE
                       move spaces to WS-CONF-KEY
                       string LDG-TERM delimited by size
                           " " delimited by size
                           LDG-TYPE delimited by size
                           " " delimited by size
                           LDG-REF delimited by size
                           into WS-CONF-KEY
                       end-string
                       perform write-conflict-line
                   not invalid key
                       move WS-MOV-REC(J) to ACCTLDG-REC
                       delete ACCTLDG-FILE record
                           invalid key continue
                       end-delete
                       add 1 to WS-R-LDG
               end-write
           end-perform.

       repoint-xref.
           move "N" to WS-MOV-EOF
           move 0 to XRF-OLD-ID
           start IDXREF-FILE key not < XRF-OLD-ID
               invalid key move "Y" to WS-MOV-EOF
           end-start
           perform until WS-MOV-EOF-YES
               read IDXREF-FILE next record
                   at end move "Y" to WS-MOV-EOF
                   not at end
                       if XRF-NEW-ID = WS-RET-ID
                           move WS-SURV-ID to XRF-NEW-ID
                           rewrite IDXREF-REC
                               invalid key continue
                               not invalid key add 1 to WS-R-XRF
                           end-rewrite
                       end-if
               end-read
           end-perform.

       write-xref-entry.
           move WS-RET-ID to XRF-OLD-ID
           move WS-SURV-ID to XRF-NEW-ID
           move WS-EFF-DATE to XRF-DATE
           move MRQ-OPER to XRF-OPER
           move WS-SURV-ID to XRF-ORIG-ID
           write IDXREF-REC
               invalid key
                   display "Ecriture IDXREF impossible pour "
                       WS-RET-ID
           end-write.

       write-merge-transaction.
           move spaces to MRGTRAN-REC
           move "MRG" to MRGTRAN-ACTION
           move WS-RET-NAME to MRGTRAN-NAME
           move WS-RET-SURNAME to MRGTRAN-SURNAME
           move WS-RET-ID to MRGTRAN-ID
           move WS-EFF-DATE to MRGTRAN-DATE
           move MRQ-OPER to MRGTRAN-OPER
           write MRGTRAN-REC
           add 1 to WS-TRAN-COUNT
           add WS-RET-ID to WS-TRAN-HASH.

       rekey-gradval.
           move 0 to WS-SKEY-COUNT
           move "N" to WS-MOV-EOF
           open input GRADVAL-FILE
           if WS-GRADVAL-STATUS not = "00"
               display "Fichier GRADVAL absent - non traite."
           else
               perform until WS-MOV-EOF-YES
                   read GRADVAL-FILE
                       at end move "Y" to WS-MOV-EOF
                       not at end
                           perform collect-survivor-key
                   end-read
               end-perform
               close GRADVAL-FILE
               if not WS-SKEY-FULL-YES
                   perform copy-gradval-to-work
                   if WS-WRK-OK-YES
                       perform copy-work-to-gradval
                   else
                       move 0 to WS-GVAL-REKEYED
                       move 0 to WS-GVAL-CONFLICT
                   end-if
               end-if
           end-if.

       collect-survivor-key.
           move "N" to WS-KEY-FOUND
           perform varying J from 1 by 1 until J > WS-ACC-COUNT
               if WS-ACC-SURV(J) = GRADVAL-ID
                   move "Y" to WS-KEY-FOUND
                   move WS-ACC-COUNT to J
               end-if
           end-perform
           if WS-KEY-FOUND-YES
               if WS-SKEY-COUNT < 20000
                   add 1 to WS-SKEY-COUNT
                   move spaces to WS-SKEY(WS-SKEY-COUNT)
                   string GRADVAL-ID delimited by size
                       GRADVAL-COURSE delimited by size
                       GRADVAL-TERM delimited by size
                       into WS-SKEY(WS-SKEY-COUNT)
                   end-string
               else
                   perform report-skey-full
                   move "Y" to WS-MOV-EOF
               end-if
           end-if.

       report-skey-full.
           display "Table des cles GRADVAL pleine - "
               "GRADVAL non reaffecte."
           move spaces to MRGRPT-REC
           string "Table des cles GRADVAL pleine - " delimited by size
               "reaffectation GRADVAL interrompue" delimited by size
               into MRGRPT-TEXT
           end-string
           write MRGRPT-REC
           move "Y" to WS-SKEY-FULL
           move "Y" to WS-MRG-HALT.

       copy-gradval-to-work.
           move "N" to WS-MOV-EOF
           move "N" to WS-WRK-OK
           open input GRADVAL-FILE
           open output MRGWRK-FILE
           if WS-MRGWRK-STATUS not = "00"
               display "Fichier MRGWRK - creation impossible - "
                   "GRADVAL non reaffecte."
               move "Y" to WS-MRG-HALT
               move "Y" to WS-MOV-EOF
           else
               move "Y" to WS-WRK-OK
           end-if
           perform until WS-MOV-EOF-YES
               read GRADVAL-FILE
                   at end move "Y" to WS-MOV-EOF
                   not at end
                       move GRADVAL-REC to MRGWRK-REC
                       move GRADVAL-ID to WS-CUR-ID
                       perform find-retired-id
                       if WS-ID-RETIRED-YES and not WS-SKEY-FULL-YES
                           perform rekey-one-gradval
                       end-if
                       write MRGWRK-REC
               end-read
           end-perform
           if WS-WRK-OK-YES
               close MRGWRK-FILE
           end-if
           close GRADVAL-FILE.

       find-retired-id.
           move "N" to WS-ID-RETIRED
           perform varying J from 1 by 1 until J > WS-ACC-COUNT
               if WS-ACC-RET(J) = WS-CUR-ID
                   move "Y" to WS-ID-RETIRED
                   move WS-ACC-SURV(J) to WS-NEW-ID
                   move WS-ACC-COUNT to J
               end-if
           end-perform.

       rekey-one-gradval.
           move spaces to WS-CUR-KEY
           string WS-NEW-ID delimited by size
               GRADVAL-COURSE delimited by size
               GRADVAL-TERM delimited by size
               into WS-CUR-KEY
           end-string
           move "N" to WS-KEY-FOUND
           perform varying I from 1 by 1 until I > WS-SKEY-COUNT
               if WS-SKEY(I) = WS-CUR-KEY
                   move "Y" to WS-KEY-FOUND
                   move WS-SKEY-COUNT to I
               end-if
           end-perform
           if WS-KEY-FOUND-YES
               add 1 to WS-GVAL-CONFLICT
               move GRADVAL-ID to WS-RPT-ID
               move WS-NEW-ID to WS-RPT-ID2
               move spaces to MRGRPT-REC
               string "  CONFLIT GRADVAL " delimited by size
                   WS-RPT-ID delimited by size
                   " " delimited by size
                   GRADVAL-COURSE delimited by size
                   " " delimited by size
                   GRADVAL-TERM delimited by size
                   " deja note sous " delimited by size
                   WS-RPT-ID2 delimited by size
                   " - conserve" delimited by size
                   into MRGRPT-TEXT
               end-string
               write MRGRPT-REC
           else
               if WS-SKEY-COUNT < 20000
                   move WS-NEW-ID to WRK-ID
                   add 1 to WS-GVAL-REKEYED
                   add 1 to WS-SKEY-COUNT
                   move WS-CUR-KEY to WS-SKEY(WS-SKEY-COUNT)
               else
                   perform report-skey-full
               end-if
           end-if.

       copy-work-to-gradval.
           move "N" to WS-MOV-EOF
           open input MRGWRK-FILE
           if WS-MRGWRK-STATUS not = "00"
               display "Fichier MRGWRK - relecture impossible - "
                   "GRADVAL non reaffecte."
               move "N" to WS-WRK-OK
               move "Y" to WS-MRG-HALT
               move 0 to WS-GVAL-REKEYED
               move 0 to WS-GVAL-CONFLICT
           else
               perform copy-work-records
               close MRGWRK-FILE
           end-if.

       copy-work-records.
           open output GRADVAL-FILE
           if WS-GRADVAL-STATUS not = "00"
               display "Fichier GRADVAL - reecriture impossible - "
                   "GRADVAL non reaffecte."
               move "Y" to WS-MRG-HALT
               move 0 to WS-GVAL-REKEYED
               move 0 to WS-GVAL-CONFLICT
               move "Y" to WS-MOV-EOF
           end-if
           perform until WS-MOV-EOF-YES
               read MRGWRK-FILE
                   at end move "Y" to WS-MOV-EOF
                   not at end
                       move MRGWRK-REC to GRADVAL-REC
                       write GRADVAL-REC
               end-read
           end-perform
           if WS-GRADVAL-STATUS = "00"
               close GRADVAL-FILE
           end-if.

       write-merge-heading.
           move WS-RET-ID to WS-RPT-ID
           move WS-SURV-ID to WS-RPT-ID2
           move spaces to MRGRPT-REC
           string "FUSION " delimited by size
               WS-RPT-ID delimited by size
               " -> " delimited by size
               WS-RPT-ID2 delimited by size
               " " delimited by size
               WS-RET-NAME delimited by size
               " " delimited by size
               WS-RET-SURNAME(1:14) delimited by size
               " op=" delimited by size
               MRQ-OPER delimited by size
               into MRGRPT-TEXT
           end-string
           write MRGRPT-REC.

       write-conflict-line.
           add 1 to WS-CONF-COUNT
           move WS-SURV-ID to WS-RPT-ID2
           move spaces to MRGRPT-REC
           string "  CONFLIT " delimited by size
               WS-CONF-FILE delimited by size
               " " delimited by size
               WS-CONF-KEY delimited by size
               " deja present sous " delimited by size
               WS-RPT-ID2 delimited by size
               " - conserve" delimited by size
               into MRGRPT-TEXT
           end-string
           write MRGRPT-REC.

       write-merge-summary.
           add WS-R-GMST to WS-T-GMST
           add WS-R-GHST to WS-T-GHST
           add WS-R-RHST to WS-T-RHST
           add WS-R-REG to WS-T-REG
           add WS-R-LDG to WS-T-LDG
           add WS-R-XRF to WS-T-XRF
           move WS-R-GMST to WS-RPT-CT
           move WS-R-GHST to WS-RPT-CT2
           move WS-R-RHST to WS-RPT-CT3
           move WS-R-REG to WS-RPT-CT4
           move WS-R-LDG to WS-RPT-CT5
           move WS-R-XRF to WS-RPT-CT6
           move spaces to MRGRPT-REC
           string "  notes " delimited by size
               WS-RPT-CT delimited by size
               " hist " delimited by size
               WS-RPT-CT2 delimited by size
               " roster hist " delimited by size
               WS-RPT-CT3 delimited by size
               " inscr " delimited by size
               WS-RPT-CT4 delimited by size
               " compte " delimited by size
               WS-RPT-CT5 delimited by size
               " renvois " delimited by size
               WS-RPT-CT6 delimited by size
               into MRGRPT-TEXT
           end-string
           write MRGRPT-REC.

       write-reject-line.
           move spaces to MRGRPT-REC
           string "REJET  " delimited by size
               WS-REJ-REASON delimited by size
               " " delimited by size
               MRQ-RET-ID delimited by size
               " -> " delimited by size
               MRQ-SURV-ID delimited by size
               " " delimited by size
               WS-REJ-TEXT delimited by size
               " op=" delimited by size
               MRQ-OPER delimited by size
               into MRGRPT-TEXT
           end-string
           write MRGRPT-REC.

       write-merge-totals.
           move WS-REQ-COUNT to WS-RPT-COUNT
           move spaces to MRGRPT-REC
           string "Demandes de fusion lues: " delimited by size
               WS-RPT-COUNT delimited by size
               into MRGRPT-TEXT
           end-string
           write MRGRPT-REC
           move WS-MRG-COUNT to WS-RPT-COUNT
           move spaces to MRGRPT-REC
           string "Fusions effectuees: " delimited by size
               WS-RPT-COUNT delimited by size
               into MRGRPT-TEXT
           end-string
           write MRGRPT-REC
           move WS-REJ-COUNT to WS-RPT-COUNT
           move spaces to MRGRPT-REC
           string "Demandes rejetees: " delimited by size
               WS-RPT-COUNT delimited by size
               into MRGRPT-TEXT
           end-string
           write MRGRPT-REC
           move WS-T-GMST to WS-RPT-COUNT
           move spaces to MRGRPT-REC
           string "Notes GRADMST reaffectees: " delimited by size
               WS-RPT-COUNT delimited by size
               into MRGRPT-TEXT
           end-string
           write MRGRPT-REC
           move WS-GVAL-REKEYED to WS-RPT-COUNT
           move spaces to MRGRPT-REC
           string "Notes GRADVAL reaffectees: " delimited by size
               WS-RPT-COUNT delimited by size
               into MRGRPT-TEXT
           end-string
           write MRGRPT-REC
           move WS-T-GHST to WS-RPT-COUNT
           move spaces to MRGRPT-REC
           string "Notes GRADHIST reaffectees: " delimited by size
               WS-RPT-COUNT delimited by size
               into MRGRPT-TEXT
           end-string
           write MRGRPT-REC
           move WS-T-RHST to WS-RPT-COUNT
           move spaces to MRGRPT-REC
           string "Fiches ROSTHIST reaffectees: " delimited by size
               WS-RPT-COUNT delimited by size
               into MRGRPT-TEXT
           end-string
           write MRGRPT-REC
           move WS-T-REG to WS-RPT-COUNT
           move spaces to MRGRPT-REC
           string "Inscriptions REGISTR reaffectees: "
               delimited by size
               WS-RPT-COUNT delimited by size
               into MRGRPT-TEXT
           end-string
           write MRGRPT-REC
           move WS-T-LDG to WS-RPT-COUNT
           move spaces to MRGRPT-REC
           string "Ecritures ACCTLDG reaffectees: " delimited by size
               WS-RPT-COUNT delimited by size
               into MRGRPT-TEXT
           end-string
           write MRGRPT-REC
           move WS-T-XRF to WS-RPT-COUNT
           move spaces to MRGRPT-REC
           string "Renvois IDXREF anterieurs rediriges: "
               delimited by size
               WS-RPT-COUNT delimited by size
               into MRGRPT-TEXT
           end-string
           write MRGRPT-REC
           compute I = WS-CONF-COUNT + WS-GVAL-CONFLICT
           move I to WS-RPT-COUNT
           move spaces to MRGRPT-REC
           string "Conflits laisses sous l'ID retire: "
               delimited by size
               WS-RPT-COUNT delimited by size
               into MRGRPT-TEXT
           end-string
           write MRGRPT-REC
           move WS-TRAN-COUNT to WS-RPT-COUNT
           move spaces to MRGRPT-REC
           string "Transactions MRG pour ROSTMNT (MRGTRAN): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into MRGRPT-TEXT
           end-string
           write MRGRPT-REC.

       write-mrgtctl.
           open output MRGTCTL-FILE
           if WS-MRGTCTL-STATUS not = "00"
               display "Fichier MRGTCTL - creation impossible."
           else
               move spaces to MRGTCTL-REC
               move WS-TRAN-COUNT to MRGTCTL-COUNT
               move WS-TRAN-HASH to MRGTCTL-HASH
               move WS-SYS-DATE to MRGTCTL-DATE
               write MRGTCTL-REC
               close MRGTCTL-FILE
           end-if.
