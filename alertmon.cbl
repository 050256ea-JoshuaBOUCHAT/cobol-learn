           select ALERTS-FILE assign to "ALERTS"
               organization is line sequential
               file status is WS-ALERTS-STATUS.
           select SECVIOL-FILE assign to "SECVIOL"
               organization is line sequential
               file status is WS-SECVIOL-STATUS.
       data division.
       file section.
       fd RUNLOG-FILE.
       01 ALERTS-REC.
           05 ALERTS-TEXT PIC X(120).

       fd SECVIOL-FILE.
       01 SECVIOL-REC.
           05 SEC-DATE PIC X(10).
           05 FILLER PIC X.
           05 SEC-TIME PIC X(8).
           05 FILLER PIC X.
           05 SEC-PROGRAM PIC X(10).
           05 FILLER PIC X.
           05 SEC-OPER PIC X(8).
           05 FILLER PIC X.
           05 SEC-FUNC PIC X(3).
           05 FILLER PIC X.
           05 SEC-CODE PIC X(3).
           05 FILLER PIC X.
           05 SEC-REF PIC X(20).
           05 FILLER PIC X.
           05 SEC-TEXT PIC X(40).

       working-storage section.
       01 WS-RUNLOG-STATUS PIC XX VALUE "00".
       01 WS-ALERTPRM-STATUS PIC XX VALUE "00".
       01 WS-ALERTS-STATUS PIC XX VALUE "00".
       01 WS-SECVIOL-STATUS PIC XX VALUE "00".
       01 WS-SEC-SEV PIC X VALUE "C".
       01 WS-SEC-COUNT PIC 9(4) VALUE 0.

       01 WS-LOG-LINE.
           05 WS-LOG-DATE PIC X(10).
           88 WS-RUNLOG-EOF-YES VALUE "Y".
       01 WS-PRM-EOF PIC X VALUE "N".
           88 WS-PRM-EOF-YES VALUE "Y".
       01 WS-SEC-EOF PIC X VALUE "N".
           88 WS-SEC-EOF-YES VALUE "Y".
       01 WS-MON-ABORT PIC X VALUE "N".
           88 WS-MON-ABORT-YES VALUE "Y".

           end-if
           if not WS-MON-ABORT-YES
               perform scan-runlog
               perform scan-secviol
               perform check-max-rules
               perform check-expected-rules
               perform write-alert-totals
                           move 0 to WS-MAX-LIMIT(WS-MAX-COUNT)
                       end-if
                   end-if
               when "SEC"
                   if PRM-SEV not = space
                       move PRM-SEV to WS-SEC-SEV
                   end-if
               when other
                   continue
           end-evaluate.
               close RUNLOG-FILE
           end-if.

       scan-secviol.
           move "N" to WS-SEC-EOF
           open input SECVIOL-FILE
           if WS-SECVIOL-STATUS = "00"
               perform until WS-SEC-EOF-YES
                   read SECVIOL-FILE
                       at end move "Y" to WS-SEC-EOF
                       not at end
                           if SEC-DATE = WS-TODAY-TXT
                               perform write-security-alert
                           end-if
                   end-read
               end-perform
               close SECVIOL-FILE
           end-if.

       write-security-alert.
           add 1 to WS-SEC-COUNT
           add 1 to WS-ALERT-COUNT
           if WS-SEC-SEV = "C"
               add 1 to WS-CRIT-COUNT
           end-if
           move spaces to ALERTS-REC
           string "SEV " delimited by size
               WS-SEC-SEV delimited by size
               " VIOLATION SECURITE " delimited by size
               SEC-PROGRAM delimited by size
               " " delimited by size
               SEC-TIME delimited by size
               " op=" delimited by size
               SEC-OPER delimited by size
               " fct=" delimited by size
               SEC-FUNC delimited by size
               " " delimited by size
               SEC-CODE delimited by size
               " ref=" delimited by size
               SEC-REF delimited by size
               into ALERTS-TEXT
           end-string
           write ALERTS-REC.

       check-one-line.
           move RUNLOG-TEXT to WS-LOG-LINE
           if WS-LOG-DATE = WS-TODAY-TXT
           end-perform.

       write-alert-totals.
           move WS-SEC-COUNT to WS-RPT-FAILS
           move spaces to ALERTS-REC
           string "Violations de securite du jour: " delimited by size
               WS-RPT-FAILS delimited by size
               into ALERTS-TEXT
           end-string
           write ALERTS-REC
           move WS-ALERT-COUNT to WS-RPT-FAILS
           move spaces to ALERTS-REC
           string "Alertes emises: " delimited by size
