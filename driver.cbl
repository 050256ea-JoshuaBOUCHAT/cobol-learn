           select JOBSTAT-FILE assign to "JOBSTAT"
               organization is line sequential
               file status is WS-JOBSTAT-STATUS.
           select JOBDEF-FILE assign to "JOBDEF"
               organization is line sequential
               file status is WS-JOBDEF-STATUS.
       data division.
       file section.
       fd SUITECTL-FILE.
           05 FILLER PIC X.
           05 JOBSTAT-STATE PIC XX.

       fd JOBDEF-FILE.
       01 JOBDEF-REC.
           05 JOBD-NAME PIC X(10).
           05 FILLER PIC X.
           05 JOBD-PROGRAM PIC X(8).
           05 FILLER PIC X.
           05 JOBD-OK-RC PIC 9(4).
           05 FILLER PIC X.
           05 JOBD-RUN PIC X.
           05 FILLER PIC X.
           05 JOBD-ALWAYS PIC X.
           05 JOBD-PRED-GROUP OCCURS 6 TIMES.
               10 FILLER PIC X.
               10 JOBD-PRED PIC X(10).

       working-storage section.
       01 WS-SUITECTL-STATUS PIC XX VALUE "00".
       01 WS-EOJRPT-STATUS PIC XX VALUE "00".
       01 WS-JOBSTAT-STATUS PIC XX VALUE "00".
       01 WS-JOBDEF-STATUS PIC XX VALUE "00".
       01 WS-MENU-CHOICE PIC X.
           88 WS-MENU-ALL VALUE "T" "t".
           88 WS-MENU-QUIT VALUE "Q" "q".
       01 WS-RUN-ALERTMON PIC X VALUE "N".
           88 WS-RUN-ALERTMON-YES VALUE "O" "o".

       01 WS-STEP-MAX PIC 99 VALUE 0.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 50 TIMES.
               10 WS-STEP-NAME PIC X(10).
               10 WS-STEP-PROGRAM PIC X(8).
               10 WS-STEP-OK-RC PIC 9(4).
               10 WS-STEP-RUN PIC X.
                   88 WS-STEP-RUN-YES VALUE "O" "o".
               10 WS-STEP-ALWAYS PIC X.
                   88 WS-STEP-ALWAYS-YES VALUE "O" "o".
               10 WS-STEP-PRED OCCURS 6 TIMES.
                   15 WS-STEP-PRED-NAME PIC X(10).
                   15 WS-STEP-PRED-IDX PIC 99.
               10 WS-STEP-BAD-DEF PIC X.
               10 WS-STEP-RC PIC 9(4).
               10 WS-STEP-STATE PIC X(13).
               10 WS-STEP-DONE PIC X.
               10 WS-STEP-RESOLVED PIC X.
               10 WS-STEP-PASSED PIC X.
       01 WS-STEP-IDX PIC 99 VALUE 0.
       01 WS-PRED-IDX PIC 9 VALUE 0.
       01 WS-LOOK-IDX PIC 99 VALUE 0.
       01 WS-DEF-SOURCE PIC X VALUE "N".
           88 WS-DEF-FROM-JOBDEF VALUE "Y".
       01 WS-STEP-READY PIC X VALUE "N".
           88 WS-STEP-READY-YES VALUE "Y".
       01 WS-STEP-BLOCKED PIC X VALUE "N".
           88 WS-STEP-BLOCKED-YES VALUE "Y".
       01 WS-PASS-PROGRESS PIC X VALUE "N".
           88 WS-PASS-PROGRESS-YES VALUE "Y".
       01 WS-JOBDEF-EOF PIC X VALUE "N".
           88 WS-JOBDEF-EOF-YES VALUE "Y".
       01 WS-PRIOR-FAIL PIC X VALUE "N".
           88 WS-PRIOR-FAIL-YES VALUE "Y".
       01 WS-MAX-RC PIC 9(4) VALUE 0.
       01 WS-RPT-RC PIC ZZZ9.
       01 WS-JOBSTAT-EOF PIC X VALUE "N".
           88 WS-JOBSTAT-EOF-YES VALUE "Y".
       01 WS-JOBSTAT-IDX PIC 99 VALUE 0.

       01 WS-LOG-PROGRAM PIC X(10) VALUE "DRIVER".
       01 WS-LOG-N PIC 9(8) VALUE 0.
               perform write-eoj-summary
           else
               perform until WS-MENU-QUIT
                   display "Lancer la chaine de travaux "
                       "(T/Q) ?"
                   accept WS-MENU-CHOICE
                   if WS-MENU-ALL
       run-all-steps.
           move "N" to WS-PRIOR-FAIL
           move 0 to WS-MAX-RC
           perform load-jobdef
           if not WS-DEF-FROM-JOBDEF
               perform load-default-steps
           end-if
           perform apply-suite-flags
           perform resolve-predecessors
           perform varying WS-STEP-IDX from 1 by 1
                   until WS-STEP-IDX > WS-STEP-MAX
               move "N" to WS-STEP-DONE(WS-STEP-IDX)
               move "N" to WS-STEP-RESOLVED(WS-STEP-IDX)
               move "N" to WS-STEP-PASSED(WS-STEP-IDX)
               move 0 to WS-STEP-RC(WS-STEP-IDX)
               move "NON DEMANDE" to WS-STEP-STATE(WS-STEP-IDX)
           end-perform
           perform read-jobstat
           move "Y" to WS-PASS-PROGRESS
           perform until not WS-PASS-PROGRESS-YES
               move "N" to WS-PASS-PROGRESS
               perform varying WS-STEP-IDX from 1 by 1
                       until WS-STEP-IDX > WS-STEP-MAX
                   if WS-STEP-RESOLVED(WS-STEP-IDX) = "N"
                       perform check-step-ready
                       if WS-STEP-READY-YES
                           perform run-one-step
                           move "Y" to WS-STEP-RESOLVED(WS-STEP-IDX)
                           move "Y" to WS-PASS-PROGRESS
                       end-if
                   end-if
               end-perform
           end-perform
           perform flag-unresolved-steps
           if not WS-PRIOR-FAIL-YES
               perform clear-jobstat
           end-if.

       load-jobdef.
           move "N" to WS-DEF-SOURCE
           move 0 to WS-STEP-MAX
           move "N" to WS-JOBDEF-EOF
           open input JOBDEF-FILE
           if WS-JOBDEF-STATUS = "00"
               perform until WS-JOBDEF-EOF-YES
                   read JOBDEF-FILE
                       at end move "Y" to WS-JOBDEF-EOF
                       not at end
                           if JOBD-NAME not = spaces
                                   and JOBD-NAME(1:1) not = "*"
                               perform store-jobdef-step
                           end-if
                   end-read
               end-perform
               close JOBDEF-FILE
               if WS-STEP-MAX > 0
                   move "Y" to WS-DEF-SOURCE
                   display "Chaine de travaux lue dans JOBDEF: "
                       WS-STEP-MAX " etape(s)"
               end-if
           end-if.

       store-jobdef-step.
           if WS-STEP-MAX = 50
               display "JOBDEF sature - etape ignoree: " JOBD-NAME
           else
               add 1 to WS-STEP-MAX
               move JOBD-NAME to WS-STEP-NAME(WS-STEP-MAX)
               if JOBD-PROGRAM = spaces
                   move JOBD-NAME to WS-STEP-PROGRAM(WS-STEP-MAX)
               else
                   move JOBD-PROGRAM to WS-STEP-PROGRAM(WS-STEP-MAX)
               end-if
               if JOBD-OK-RC is numeric
                   move JOBD-OK-RC to WS-STEP-OK-RC(WS-STEP-MAX)
               else
                   move 4 to WS-STEP-OK-RC(WS-STEP-MAX)
               end-if
               move JOBD-RUN to WS-STEP-RUN(WS-STEP-MAX)
               move JOBD-ALWAYS to WS-STEP-ALWAYS(WS-STEP-MAX)
               perform varying WS-PRED-IDX from 1 by 1
                       until WS-PRED-IDX > 6
                   move JOBD-PRED(WS-PRED-IDX)
                       to WS-STEP-PRED-NAME(WS-STEP-MAX WS-PRED-IDX)
               end-perform
           end-if.

       load-default-steps.
           move 5 to WS-STEP-MAX
           move "BONJOUR" to WS-STEP-NAME(1)
           move "ROSTEDIT" to WS-STEP-NAME(2)
           move "SUMPROG" to WS-STEP-NAME(3)
           move "ALERTMON" to WS-STEP-NAME(5)
           perform varying WS-STEP-IDX from 1 by 1
                   until WS-STEP-IDX > WS-STEP-MAX
               move WS-STEP-NAME(WS-STEP-IDX)
                   to WS-STEP-PROGRAM(WS-STEP-IDX)
               move 7 to WS-STEP-OK-RC(WS-STEP-IDX)
               move "N" to WS-STEP-ALWAYS(WS-STEP-IDX)
               perform varying WS-PRED-IDX from 1 by 1
                       until WS-PRED-IDX > 6
                   move spaces
                       to WS-STEP-PRED-NAME(WS-STEP-IDX WS-PRED-IDX)
               end-perform
           end-perform
           move "BONJOUR" to WS-STEP-PRED-NAME(2 1)
           move "ROSTEDIT" to WS-STEP-PRED-NAME(3 1)
           move "SUMPROG" to WS-STEP-PRED-NAME(4 1)
           move "BONJOUR" to WS-STEP-PRED-NAME(5 1)
           move "ROSTEDIT" to WS-STEP-PRED-NAME(5 2)
           move "SUMPROG" to WS-STEP-PRED-NAME(5 3)
           move "LANGFORD" to WS-STEP-PRED-NAME(5 4)
           move "O" to WS-STEP-ALWAYS(5).

       apply-suite-flags.
           perform varying WS-STEP-IDX from 1 by 1
                   until WS-STEP-IDX > WS-STEP-MAX
               evaluate WS-STEP-NAME(WS-STEP-IDX)
                   when "BONJOUR"
                       move WS-RUN-BONJOUR to WS-STEP-RUN(WS-STEP-IDX)
                   when "ROSTEDIT"
                       move WS-RUN-ROSTEDIT
                           to WS-STEP-RUN(WS-STEP-IDX)
                   when "SUMPROG"
                       move WS-RUN-SUMPROG to WS-STEP-RUN(WS-STEP-IDX)
                   when "LANGFORD"
                       move WS-RUN-LANGFORD
                           to WS-STEP-RUN(WS-STEP-IDX)
                   when "ALERTMON"
                       move WS-RUN-ALERTMON
                           to WS-STEP-RUN(WS-STEP-IDX)
               end-evaluate
           end-perform.

       resolve-predecessors.
           perform varying WS-STEP-IDX from 1 by 1
                   until WS-STEP-IDX > WS-STEP-MAX
               move "N" to WS-STEP-BAD-DEF(WS-STEP-IDX)
               perform varying WS-PRED-IDX from 1 by 1
                       until WS-PRED-IDX > 6
                   move 0 to WS-STEP-PRED-IDX(WS-STEP-IDX WS-PRED-IDX)
                   if WS-STEP-PRED-NAME(WS-STEP-IDX WS-PRED-IDX)
                           not = spaces
                       perform find-predecessor
                   end-if
               end-perform
           end-perform.

       find-predecessor.
           perform varying WS-LOOK-IDX from 1 by 1
                   until WS-LOOK-IDX > WS-STEP-MAX
               if WS-STEP-NAME(WS-LOOK-IDX) =
                       WS-STEP-PRED-NAME(WS-STEP-IDX WS-PRED-IDX)
                       and WS-LOOK-IDX not = WS-STEP-IDX
                   move WS-LOOK-IDX
                       to WS-STEP-PRED-IDX(WS-STEP-IDX WS-PRED-IDX)
               end-if
           end-perform
           if WS-STEP-PRED-IDX(WS-STEP-IDX WS-PRED-IDX) = 0
               move "Y" to WS-STEP-BAD-DEF(WS-STEP-IDX)
               display "JOBDEF: etape " WS-STEP-NAME(WS-STEP-IDX)
                   " - predecesseur inconnu "
                   WS-STEP-PRED-NAME(WS-STEP-IDX WS-PRED-IDX)
           end-if.

       check-step-ready.
           move "Y" to WS-STEP-READY
           move "N" to WS-STEP-BLOCKED
           perform varying WS-PRED-IDX from 1 by 1
                   until WS-PRED-IDX > 6
               move WS-STEP-PRED-IDX(WS-STEP-IDX WS-PRED-IDX)
                   to WS-LOOK-IDX
               if WS-LOOK-IDX > 0
                   if WS-STEP-RESOLVED(WS-LOOK-IDX) = "N"
                       move "N" to WS-STEP-READY
                   else
                       if WS-STEP-PASSED(WS-LOOK-IDX) = "N"
                           move "Y" to WS-STEP-BLOCKED
                       end-if
                   end-if
               end-if
           end-perform.

       flag-unresolved-steps.
           perform varying WS-STEP-IDX from 1 by 1
                   until WS-STEP-IDX > WS-STEP-MAX
               if WS-STEP-RESOLVED(WS-STEP-IDX) = "N"
                   move "CYCLE" to WS-STEP-STATE(WS-STEP-IDX)
                   move "Y" to WS-PRIOR-FAIL
                   display "Etape " WS-STEP-NAME(WS-STEP-IDX)
                       " non lancee - dependance circulaire."
               end-if
           end-perform.

       read-jobstat.
           move "N" to WS-JOBSTAT-EOF
           open input JOBSTAT-FILE
           end-if.

       run-one-step.
           if not WS-STEP-RUN-YES(WS-STEP-IDX)
               move "Y" to WS-STEP-PASSED(WS-STEP-IDX)
           else
               if WS-STEP-BAD-DEF(WS-STEP-IDX) = "Y"
                   move "DEF INVALIDE" to WS-STEP-STATE(WS-STEP-IDX)
                   move "Y" to WS-PRIOR-FAIL
                   display "Etape " WS-STEP-NAME(WS-STEP-IDX)
                       " non lancee - definition JOBDEF invalide."
               else
               if WS-STEP-DONE(WS-STEP-IDX) = "Y"
                   move "DEJA TERMINE" to WS-STEP-STATE(WS-STEP-IDX)
                   move "Y" to WS-STEP-PASSED(WS-STEP-IDX)
                   display "Etape " WS-STEP-NAME(WS-STEP-IDX)
                       " deja terminee - sautee (reprise)."
               else
               if WS-STEP-BLOCKED-YES
                       and not WS-STEP-ALWAYS-YES(WS-STEP-IDX)
                   move "SAUTE" to WS-STEP-STATE(WS-STEP-IDX)
                   display "Etape " WS-STEP-NAME(WS-STEP-IDX)
                       " sautee - echec d'une etape precedente."
               else
                   perform call-step-program
               end-if
               end-if
               end-if
           end-if.

       call-step-program.
           display "=== " WS-STEP-NAME(WS-STEP-IDX) " ==="
           move 0 to return-code
           call WS-STEP-PROGRAM(WS-STEP-IDX)
               on exception
                   display "Programme " WS-STEP-PROGRAM(WS-STEP-IDX)
                       " introuvable."
                   move 16 to return-code
           end-call
           move return-code to WS-STEP-RC(WS-STEP-IDX)
           move 0 to return-code
           if WS-STEP-RC(WS-STEP-IDX) > WS-MAX-RC
               move WS-STEP-RC(WS-STEP-IDX) to WS-MAX-RC
           end-if
           evaluate true
               when WS-STEP-RC(WS-STEP-IDX) = 0
                   move "OK" to WS-STEP-STATE(WS-STEP-IDX)
               when WS-STEP-RC(WS-STEP-IDX)
                       not > WS-STEP-OK-RC(WS-STEP-IDX)
                   move "AVERTISSEMENT" to WS-STEP-STATE(WS-STEP-IDX)
               when other
                   move "ECHEC" to WS-STEP-STATE(WS-STEP-IDX)
                   move "Y" to WS-PRIOR-FAIL
           end-evaluate
           if WS-STEP-RC(WS-STEP-IDX) not > WS-STEP-OK-RC(WS-STEP-IDX)
               move "Y" to WS-STEP-PASSED(WS-STEP-IDX)
               move "Y" to WS-STEP-DONE(WS-STEP-IDX)
               perform write-jobstat
           end-if.

       write-eoj-summary.
           display "=== Statut de fin de travail ==="
           open output EOJRPT-FILE
