           88 WS-SER-SKIP-YES VALUE "Y".
       01 WS-SER-OVFL PIC X VALUE "N".
           88 WS-SER-OVFL-YES VALUE "Y".

       01 WS-VRF-POWER PIC 9(18) VALUE 0.
       01 WS-VRF-TERM PIC 9(18) VALUE 0.
       01 WS-VRF-EXPECT PIC 9(18) VALUE 0.
       01 WS-VRF-LIMIT PIC 9(18) VALUE 99999999.
       01 WS-VRF-I PIC 9(4) VALUE 0.
       01 WS-VRF-OVFL PIC X VALUE "N".
           88 WS-VRF-OVFL-YES VALUE "Y".
       01 WS-VRF-MATCHED PIC 9(4) VALUE 0.
       01 WS-VRF-MISMATCHED PIC 9(4) VALUE 0.
       01 WS-VRF-OVERFLOWED PIC 9(4) VALUE 0.
       01 WS-VRF-COUNT PIC 9(4) VALUE 0.
       01 WS-VRF-TABLE.
           05 WS-VRF-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-VRF-COUNT.
               10 WS-VRF-SER PIC 9(4).
               10 WS-VRF-ENGINE PIC 9(8).
               10 WS-VRF-FORMULA PIC 9(18).
               10 WS-VRF-STATE PIC X(11).
       01 WS-VRF-IDX PIC 9(4) VALUE 0.
       01 WS-RPT-FORMULA PIC Z(17)9.

       01 WS-CARD-MODE PIC X VALUE "N".
           88 WS-CARD-YES VALUE "Y".
       01 WS-CARD-N PIC 9(8) VALUE 0.
               end-read
           end-perform
           close SERDEFS-FILE
           perform write-verification
           close SUMRPT-FILE
           close SUMEXT-FILE
           move WS-SER-NUM to N
           move spaces to WS-LOG-RESULT
           if WS-VRF-MISMATCHED = 0 and WS-VRF-OVERFLOWED = 0
               string "Series traitees=" delimited by size
                   WS-SER-NUM delimited by size
                   into WS-LOG-RESULT
               end-string
           else
               string "Series=" delimited by size
                   WS-SER-NUM delimited by size
                   " ecarts=" delimited by size
                   WS-VRF-MISMATCHED delimited by size
                   " depass=" delimited by size
                   WS-VRF-OVERFLOWED delimited by size
                   into WS-LOG-RESULT
               end-string
           end-if
           call "AUDITLOG" using WS-LOG-PROGRAM N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           if WS-VRF-MISMATCHED > 0 or WS-VRF-OVERFLOWED > 0
               move 4 to return-code
           end-if.

       compute-one-series.
           move "N" to WS-SER-SKIP
                   into SUMRPT-TEXT
               end-string
               write SUMRPT-REC
               move 0 to WS-SER-SUM
               move 0 to WS-VRF-EXPECT
               perform store-verification
               move "IGNOREE" to WS-VRF-STATE(WS-VRF-COUNT)
           else
               move spaces to SUMRPT-REC
               string "Iteration" delimited by size
               move WS-SER-NUM to WS-EXT-SER
               move WS-SER-SUM to WS-EXT-SUM
               perform write-extract-total
               perform verify-one-series
           end-if.

       compute-one-term.
               move WS-SER-I to WS-EXT-ITER
               move WS-SER-SUM to WS-EXT-SUM
               perform write-extract-line
           end-if
           if not WS-SER-OVFL-YES and WS-SER-I < WS-SER-COUNT
               evaluate WS-SER-OP
                   when "D"
                       divide WS-SER-VAL by WS-SER-FACTOR
               end-evaluate
           end-if.

       verify-one-series.
           move "N" to WS-VRF-OVFL
           move 0 to WS-VRF-EXPECT
           evaluate true
               when WS-SER-COUNT = 0
                   move 0 to WS-VRF-EXPECT
               when WS-SER-OP = "A"
                   compute WS-VRF-EXPECT = WS-SER-COUNT * WS-SER-START
                       + WS-SER-FACTOR * WS-SER-COUNT
                           * (WS-SER-COUNT - 1) / 2
                       on size error move "Y" to WS-VRF-OVFL
                   end-compute
               when WS-SER-OP = "M" and WS-SER-START = 0
                   move 0 to WS-VRF-EXPECT
               when WS-SER-OP = "M" and WS-SER-FACTOR = 0
                   move WS-SER-START to WS-VRF-EXPECT
               when WS-SER-OP = "M" and WS-SER-FACTOR = 1
                   compute WS-VRF-EXPECT = WS-SER-START * WS-SER-COUNT
               when WS-SER-OP = "M"
                   perform compute-geometric-sum
               when other
                   perform compute-division-sum
           end-evaluate
           if WS-VRF-EXPECT > WS-VRF-LIMIT
               move "Y" to WS-VRF-OVFL
           end-if
           perform store-verification
           evaluate true
               when WS-SER-OVFL-YES or WS-VRF-OVFL-YES
                   move "DEPASSEMENT" to WS-VRF-STATE(WS-VRF-COUNT)
                   add 1 to WS-VRF-OVERFLOWED
               when WS-VRF-EXPECT = WS-SER-SUM
                   move "CONFORME" to WS-VRF-STATE(WS-VRF-COUNT)
                   add 1 to WS-VRF-MATCHED
               when other
                   move "ECART" to WS-VRF-STATE(WS-VRF-COUNT)
                   add 1 to WS-VRF-MISMATCHED
           end-evaluate.

       compute-geometric-sum.
           move 1 to WS-VRF-POWER
           perform varying WS-VRF-I from 1 by 1
                   until WS-VRF-I > WS-SER-COUNT - 1
                       or WS-VRF-OVFL-YES
               multiply WS-SER-FACTOR by WS-VRF-POWER
               if WS-VRF-POWER > WS-VRF-LIMIT
                   move "Y" to WS-VRF-OVFL
               end-if
           end-perform
           if not WS-VRF-OVFL-YES
               multiply WS-SER-FACTOR by WS-VRF-POWER
               compute WS-VRF-EXPECT = WS-SER-START
                   * (WS-VRF-POWER - 1) / (WS-SER-FACTOR - 1)
                   on size error move "Y" to WS-VRF-OVFL
               end-compute
           end-if.

       compute-division-sum.
           move 1 to WS-VRF-POWER
           perform varying WS-VRF-I from 1 by 1
                   until WS-VRF-I > WS-SER-COUNT
                       or WS-VRF-POWER > WS-SER-START
               divide WS-SER-START by WS-VRF-POWER
                   giving WS-VRF-TERM
               add WS-VRF-TERM to WS-VRF-EXPECT
                   on size error move "Y" to WS-VRF-OVFL
               end-add
               if WS-SER-FACTOR > 1
                   multiply WS-SER-FACTOR by WS-VRF-POWER
               end-if
           end-perform.

       store-verification.
           if WS-VRF-COUNT < 9999
               add 1 to WS-VRF-COUNT
           end-if
           move WS-SER-NUM to WS-VRF-SER(WS-VRF-COUNT)
           move WS-SER-SUM to WS-VRF-ENGINE(WS-VRF-COUNT)
           move WS-VRF-EXPECT to WS-VRF-FORMULA(WS-VRF-COUNT)
           move spaces to WS-VRF-STATE(WS-VRF-COUNT).

       write-verification.
           move spaces to SUMRPT-REC
           write SUMRPT-REC
           move spaces to SUMRPT-REC
           string "Verification par formule fermee" delimited by size
               into SUMRPT-TEXT
           end-string
           write SUMRPT-REC
           move spaces to SUMRPT-REC
           string "Serie    Moteur" delimited by size
               "               Formule  Etat" delimited by size
               into SUMRPT-TEXT
           end-string
           write SUMRPT-REC
           perform varying WS-VRF-IDX from 1 by 1
                   until WS-VRF-IDX > WS-VRF-COUNT
               move WS-VRF-ENGINE(WS-VRF-IDX) to WS-RPT-SUM
               move WS-VRF-FORMULA(WS-VRF-IDX) to WS-RPT-FORMULA
               move spaces to SUMRPT-REC
               move spaces to SUMEXT-REC
               if WS-VRF-STATE(WS-VRF-IDX) = "DEPASSEMENT"
                   string WS-VRF-SER(WS-VRF-IDX) delimited by size
                       "  " delimited by size
                       WS-RPT-SUM delimited by size
                       "       hors capacite" delimited by size
                       "  " delimited by size
                       WS-VRF-STATE(WS-VRF-IDX) delimited by size
                       into SUMRPT-TEXT
                   end-string
                   string WS-VRF-SER(WS-VRF-IDX) delimited by size
                       ";VERIF;" delimited by size
                       WS-VRF-STATE(WS-VRF-IDX) delimited by space
                       ";" delimited by size
                       into SUMEXT-TEXT
                   end-string
               else
                   string WS-VRF-SER(WS-VRF-IDX) delimited by size
                       "  " delimited by size
                       WS-RPT-SUM delimited by size
                       "  " delimited by size
                       WS-RPT-FORMULA delimited by size
                       "  " delimited by size
                       WS-VRF-STATE(WS-VRF-IDX) delimited by size
                       into SUMRPT-TEXT
                   end-string
                   string WS-VRF-SER(WS-VRF-IDX) delimited by size
                       ";VERIF;" delimited by size
                       WS-VRF-STATE(WS-VRF-IDX) delimited by space
                       ";" delimited by size
                       WS-VRF-FORMULA(WS-VRF-IDX) delimited by size
                       into SUMEXT-TEXT
                   end-string
               end-if
               write SUMRPT-REC
               write SUMEXT-REC
           end-perform
           move spaces to SUMRPT-REC
           string "Conformes: " delimited by size
               WS-VRF-MATCHED delimited by size
               "  Ecarts: " delimited by size
               WS-VRF-MISMATCHED delimited by size
               "  Depassements: " delimited by size
               WS-VRF-OVERFLOWED delimited by size
               into SUMRPT-TEXT
           end-string
           write SUMRPT-REC.

       write-sum-extract.
           move 1 to WS-EXT-SER
           move I to WS-EXT-ITER
