       identification division.
       program-id. OPERCHK.
       environment division.
       input-output section.
       file-control.
           select OPERAUTH-FILE assign to "OPERAUTH"
               organization is line sequential
               file status is OPC-AUTH-STATUS.
           select SECVIOL-FILE assign to "SECVIOL"
               organization is line sequential
               file status is OPC-VIOL-STATUS.
       data division.
       file section.
       fd OPERAUTH-FILE.
       01 OPERAUTH-REC.
           05 OPA-ID PIC X(8).
           05 FILLER PIC X.
           05 OPA-STATUS PIC X.
           05 FILLER PIC X.
           05 OPA-NAME PIC X(25).
           05 OPA-FUNC-LIST.
               10 OPA-FUNC-ENTRY OCCURS 12 TIMES.
                   15 FILLER PIC X.
                   15 OPA-FUNC PIC X(3).

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
       01 OPC-AUTH-STATUS PIC XX VALUE "00".
       01 OPC-VIOL-STATUS PIC XX VALUE "00".

       01 OPC-LOADED PIC X VALUE "N".
           88 OPC-LOADED-YES VALUE "Y".
       01 OPC-AUTH-AVAIL PIC X VALUE "N".
           88 OPC-AUTH-AVAIL-YES VALUE "Y".
       01 OPC-AUTH-EOF PIC X VALUE "N".
           88 OPC-AUTH-EOF-YES VALUE "Y".

       01 OPC-OPER-COUNT PIC 9(3) VALUE 0.
       01 OPC-OPER-TABLE.
           05 OPC-OPER-ENTRY OCCURS 200 TIMES.
               10 OPC-T-ID PIC X(8).
               10 OPC-T-STATUS PIC X.
               10 OPC-T-FUNC PIC X(3) OCCURS 12 TIMES.

       01 OPC-IDX PIC 9(3) VALUE 0.
       01 OPC-FN-IDX PIC 99 VALUE 0.
       01 OPC-FOUND-IDX PIC 9(3) VALUE 0.
       01 OPC-FUNC-OK PIC X VALUE "N".
           88 OPC-FUNC-OK-YES VALUE "Y".

       01 OPC-SYS-DATE PIC 9(8).
       01 OPC-SYS-DATE-R REDEFINES OPC-SYS-DATE.
           05 OPC-SYS-YEAR PIC 9(4).
           05 OPC-SYS-MONTH PIC 99.
           05 OPC-SYS-DAY PIC 99.

       01 OPC-SYS-TIME PIC 9(8).
       01 OPC-SYS-TIME-R REDEFINES OPC-SYS-TIME.
           05 OPC-SYS-HOUR PIC 99.
           05 OPC-SYS-MINUTE PIC 99.
           05 OPC-SYS-SECOND PIC 99.
           05 FILLER PIC 99.

       linkage section.
       01 OPC-PROGRAM PIC X(10).
       01 OPC-OPER PIC X(8).
       01 OPC-FUNC PIC X(3).
       01 OPC-REF PIC X(20).
       01 OPC-RESULT PIC X(3).

       procedure division using OPC-PROGRAM, OPC-OPER, OPC-FUNC,
               OPC-REF, OPC-RESULT.
           if not OPC-LOADED-YES
               perform load-operauth
           end-if
           move "OK" to OPC-RESULT
           if not OPC-AUTH-AVAIL-YES
               move "SAU" to OPC-RESULT
           else
               if OPC-OPER = spaces
                   move "VID" to OPC-RESULT
               else
                   perform find-operator
                   if OPC-FOUND-IDX = 0
                       move "INC" to OPC-RESULT
                   else
                       if OPC-T-STATUS(OPC-FOUND-IDX) not = "A"
                           move "SUS" to OPC-RESULT
                       else
                           perform check-function
                           if not OPC-FUNC-OK-YES
                               move "FON" to OPC-RESULT
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           if OPC-RESULT not = "OK"
               perform write-violation
           end-if.
       goback.

       load-operauth.
           move "Y" to OPC-LOADED
           move "N" to OPC-AUTH-EOF
           move 0 to OPC-OPER-COUNT
           open input OPERAUTH-FILE
           if OPC-AUTH-STATUS not = "00"
               display "Fichier OPERAUTH introuvable - "
                   "toute operation protegee sera refusee."
           else
               move "Y" to OPC-AUTH-AVAIL
               perform until OPC-AUTH-EOF-YES
                   read OPERAUTH-FILE
                       at end move "Y" to OPC-AUTH-EOF
                       not at end
                           if OPA-ID not = spaces
                                   and OPA-ID(1:1) not = "*"
                               perform store-operator
                           end-if
                   end-read
               end-perform
               close OPERAUTH-FILE
           end-if.

       store-operator.
           if OPC-OPER-COUNT = 200
               display "Table OPERAUTH pleine - operateur ignore: "
                   OPA-ID
           else
               add 1 to OPC-OPER-COUNT
               move OPA-ID to OPC-T-ID(OPC-OPER-COUNT)
               move OPA-STATUS to OPC-T-STATUS(OPC-OPER-COUNT)
               perform varying OPC-FN-IDX from 1 by 1
                       until OPC-FN-IDX > 12
                   move OPA-FUNC(OPC-FN-IDX)
                       to OPC-T-FUNC(OPC-OPER-COUNT, OPC-FN-IDX)
               end-perform
           end-if.

       find-operator.
           move 0 to OPC-FOUND-IDX
           perform varying OPC-IDX from 1 by 1
                   until OPC-IDX > OPC-OPER-COUNT
               if OPC-T-ID(OPC-IDX) = OPC-OPER
                   move OPC-IDX to OPC-FOUND-IDX
                   move OPC-OPER-COUNT to OPC-IDX
               end-if
           end-perform.

       check-function.
           move "N" to OPC-FUNC-OK
           perform varying OPC-FN-IDX from 1 by 1
                   until OPC-FN-IDX > 12
               if OPC-T-FUNC(OPC-FOUND-IDX, OPC-FN-IDX) = OPC-FUNC
                   move "Y" to OPC-FUNC-OK
                   move 12 to OPC-FN-IDX
               end-if
           end-perform.

       write-violation.
           accept OPC-SYS-DATE from date yyyymmdd
           accept OPC-SYS-TIME from time
           open extend SECVIOL-FILE
           if OPC-VIOL-STATUS not = "00"
               open output SECVIOL-FILE
           end-if
           if OPC-VIOL-STATUS not = "00"
               display "Fichier SECVIOL - ecriture impossible - "
                   "refus " OPC-RESULT " " OPC-PROGRAM " " OPC-OPER
           else
               move spaces to SECVIOL-REC
               string OPC-SYS-YEAR delimited by size
                   "-" delimited by size
                   OPC-SYS-MONTH delimited by size
                   "-" delimited by size
                   OPC-SYS-DAY delimited by size
                   into SEC-DATE
               end-string
               string OPC-SYS-HOUR delimited by size
                   ":" delimited by size
                   OPC-SYS-MINUTE delimited by size
                   ":" delimited by size
                   OPC-SYS-SECOND delimited by size
                   into SEC-TIME
               end-string
               move OPC-PROGRAM to SEC-PROGRAM
               move OPC-OPER to SEC-OPER
               move OPC-FUNC to SEC-FUNC
               move OPC-RESULT to SEC-CODE
               move OPC-REF to SEC-REF
               evaluate OPC-RESULT
                   when "SAU"
                       move "Fichier OPERAUTH absent"
                           to SEC-TEXT
                   when "VID"
                       move "Operateur non renseigne" to SEC-TEXT
                   when "INC"
                       move "Operateur inconnu" to SEC-TEXT
                   when "SUS"
                       move "Operateur suspendu" to SEC-TEXT
                   when "FON"
                       move "Fonction non autorisee" to SEC-TEXT
               end-evaluate
               write SECVIOL-REC
               close SECVIOL-FILE
           end-if.
