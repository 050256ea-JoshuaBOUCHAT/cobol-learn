       identification division.
       program-id. GRADIMP.
       environment division.
       input-output section.
       file-control.
           select GIMPPARM-FILE assign to "GIMPPARM"
               organization is line sequential
               file status is WS-GIMPPARM-STATUS.
           select GIMPMAP-FILE assign to "GIMPMAP"
               organization is line sequential
               file status is WS-GIMPMAP-STATUS.
           select COURSES-FILE assign to "COURSES"
               organization is line sequential
               file status is WS-COURSES-STATUS.
           select GRADCSV-FILE assign to "GRADCSV"
               organization is line sequential
               file status is WS-GRADCSV-STATUS.
           select GRADES-FILE assign to "GRADES"
               organization is line sequential
               file status is WS-GRADES-STATUS.
           select GRADCTL-FILE assign to "GRADCTL"
               organization is line sequential
               file status is WS-GRADCTL-STATUS.
           select GIMPEXC-FILE assign to "GIMPEXC"
               organization is line sequential
               file status is WS-GIMPEXC-STATUS.
           select GIMPRPT-FILE assign to "GIMPRPT"
               organization is line sequential
               file status is WS-GIMPRPT-STATUS.
       data division.
       file section.
       fd GIMPPARM-FILE.
       01 GIMPPARM-REC.
           05 GIMP-TYPE PIC X(3).
           05 FILLER PIC X.
           05 GIMP-DATA PIC X(30).
           05 GIMP-TERM-SEL REDEFINES GIMP-DATA.
               10 GIMP-TERM PIC X(6).
               10 FILLER PIC X(24).
           05 GIMP-SEP-SEL REDEFINES GIMP-DATA.
               10 GIMP-SEP PIC X.
               10 FILLER PIC X(29).
           05 GIMP-SCALE-SEL REDEFINES GIMP-DATA.
               10 GIMP-SCALE PIC 9(3).
               10 FILLER PIC X(27).
           05 GIMP-COL-SEL REDEFINES GIMP-DATA.
               10 GIMP-COL-ID PIC 99.
               10 FILLER PIC X.
               10 GIMP-COL-COURSE PIC 99.
               10 FILLER PIC X.
               10 GIMP-COL-SCORE PIC 99.
               10 FILLER PIC X.
               10 GIMP-COL-TERM PIC 99.
               10 FILLER PIC X(19).

       fd GIMPMAP-FILE.
       01 GIMPMAP-REC.
           05 MAP-LABEL PIC X(30).
           05 FILLER PIC X.
           05 MAP-CODE PIC X(8).

       fd COURSES-FILE.
       01 COURSES-REC.
           05 COURSE-CODE PIC X(8).
           05 FILLER PIC X.
           05 COURSE-TITLE PIC X(30).
           05 FILLER PIC X.
           05 COURSE-CAPACITY PIC 9(4).
           05 COURSE-PREREQS.
               10 COURSE-PREREQ OCCURS 3 TIMES.
                   15 FILLER PIC X.
                   15 COURSE-PRQ-CODE PIC X(8).

       fd GRADCSV-FILE.
       01 GRADCSV-REC.
           05 GRADCSV-TEXT PIC X(256).

       fd GRADES-FILE.
       01 GRADES-REC.
           05 GRADE-ID PIC 9(8).
           05 FILLER PIC X.
           05 GRADE-COURSE PIC X(8).
           05 FILLER PIC X.
           05 GRADE-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 GRADE-TERM PIC X(6).

       fd GRADCTL-FILE.
       01 GRADCTL-REC.
           05 GRADCTL-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 GRADCTL-HASH PIC 9(12).
           05 FILLER PIC X.
           05 GRADCTL-DATE PIC 9(8).

       fd GIMPEXC-FILE.
       01 GIMPEXC-REC.
           05 GIMPEXC-CODE PIC X(3).
           05 FILLER PIC X.
           05 GIMPEXC-LINE PIC 9(6).
           05 FILLER PIC X.
           05 GIMPEXC-TEXT PIC X(256).

       fd GIMPRPT-FILE.
       01 GIMPRPT-REC.
           05 GIMPRPT-TEXT PIC X(80).

       working-storage section.
       01 WS-GIMPPARM-STATUS PIC XX VALUE "00".
       01 WS-GIMPMAP-STATUS PIC XX VALUE "00".
       01 WS-COURSES-STATUS PIC XX VALUE "00".
       01 WS-GRADCSV-STATUS PIC XX VALUE "00".
       01 WS-GRADES-STATUS PIC XX VALUE "00".
       01 WS-GRADCTL-STATUS PIC XX VALUE "00".
       01 WS-GIMPEXC-STATUS PIC XX VALUE "00".
       01 WS-GIMPRPT-STATUS PIC XX VALUE "00".
       01 WS-SYS-DATE PIC 9(8) VALUE 0.

       01 WS-PARM-TERM PIC X(6) VALUE SPACES.
       01 WS-PARM-SEP PIC X VALUE SPACE.
       01 WS-PARM-SCALE PIC 9(3) VALUE 100.
       01 WS-COL-ID PIC 99 VALUE 1.
       01 WS-COL-COURSE PIC 99 VALUE 2.
       01 WS-COL-SCORE PIC 99 VALUE 3.
       01 WS-COL-TERM PIC 99 VALUE 0.
       01 WS-COL-NEEDED PIC 99 VALUE 3.
       01 WS-SEP PIC X VALUE SPACE.
       01 WS-SEP-SEMI PIC 9(3) VALUE 0.
       01 WS-SEP-COMMA PIC 9(3) VALUE 0.

       01 WS-MAP-COUNT PIC 9(4) VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 1000 TIMES.
               10 WS-MAP-LABEL PIC X(30).
               10 WS-MAP-CODE PIC X(8).
       01 WS-COURSE-COUNT PIC 9(3) VALUE 0.
       01 WS-COURSE-TABLE.
           05 WS-CRS-CODE PIC X(8) OCCURS 200 TIMES.

       01 WS-LINE PIC X(257) VALUE SPACES.
       01 WS-LINE-LEN PIC 9(3) VALUE 0.
       01 WS-LINE-NO PIC 9(6) VALUE 0.
       01 WS-DATA-LINES PIC 9(6) VALUE 0.
       01 P PIC 9(3) VALUE 0.
       01 WS-CH PIC X VALUE SPACE.
       01 WS-QUOTE PIC X VALUE QUOTE.

       01 WS-FLD-COUNT PIC 99 VALUE 0.
       01 WS-FLD-TABLE.
           05 WS-FLD-ENTRY OCCURS 20 TIMES.
               10 WS-FLD PIC X(40).
               10 WS-FLD-LEN PIC 99.

       01 WS-TRIM-IN PIC X(40) VALUE SPACES.
       01 WS-TRIM-OUT PIC X(40) VALUE SPACES.
       01 WS-TRIM-LEN PIC 99 VALUE 0.
       01 WS-TRIM-FIRST PIC 99 VALUE 0.
       01 WS-TRIM-LAST PIC 99 VALUE 0.

       01 WS-ID-TEXT PIC X(8) VALUE "00000000".
       01 WS-ID-NUM REDEFINES WS-ID-TEXT PIC 9(8).
       01 WS-OUT-COURSE PIC X(8) VALUE SPACES.
       01 WS-OUT-TERM PIC X(6) VALUE SPACES.
       01 WS-LABEL PIC X(40) VALUE SPACES.

       01 WS-SC-TEXT PIC X(40) VALUE SPACES.
       01 WS-SC-LEN PIC 99 VALUE 0.
       01 WS-SC-SCALE PIC 9(3) VALUE 100.
       01 WS-SC-INT PIC 9(3) VALUE 0.
       01 WS-SC-INT-DIGITS PIC 99 VALUE 0.
       01 WS-SC-FRAC-DIGITS PIC 99 VALUE 0.
       01 WS-SC-DIV PIC 9(4) VALUE 0.
       01 WS-SC-DIGIT PIC 9 VALUE 0.
       01 WS-SC-VALUE PIC 9(3)V9(3) VALUE 0.
       01 WS-SC-OUT PIC 9(3) VALUE 0.

       01 WS-EXC-CODE PIC X(3) VALUE SPACES.
       01 WS-WRITE-COUNT PIC 9(6) VALUE 0.
       01 WS-GRADES-HASH PIC 9(12) VALUE 0.
       01 WS-PRIOR-COUNT PIC 9(6) VALUE 0.
       01 WS-PRIOR-HASH PIC 9(12) VALUE 0.
       01 WS-CTL-COUNT PIC 9(6) VALUE 0.
       01 WS-CTL-HASH PIC 9(12) VALUE 0.
       01 WS-HEADER-COUNT PIC 9(6) VALUE 0.
       01 WS-BLANK-COUNT PIC 9(6) VALUE 0.
       01 WS-CONV20-COUNT PIC 9(6) VALUE 0.
       01 WS-DIRECT-COUNT PIC 9(6) VALUE 0.
       01 WS-EXC-COUNT PIC 9(6) VALUE 0.
       01 WS-EXC-GUI-COUNT PIC 9(6) VALUE 0.
       01 WS-EXC-CHP-COUNT PIC 9(6) VALUE 0.
       01 WS-EXC-IDN-COUNT PIC 9(6) VALUE 0.
       01 WS-EXC-CRS-COUNT PIC 9(6) VALUE 0.
       01 WS-EXC-NTE-COUNT PIC 9(6) VALUE 0.
       01 WS-EXC-SES-COUNT PIC 9(6) VALUE 0.
       01 WS-RPT-COUNT PIC ZZZZZ9.
       01 WS-RPT-HASH PIC Z(11)9.

       01 WS-LOG-PROGRAM PIC X(10) VALUE "GRADIMP".
       01 WS-LOG-N PIC 9(8) VALUE 0.
       01 WS-LOG-K PIC 9(8) VALUE 0.
       01 WS-LOG-RESULT PIC X(40) VALUE SPACES.
       01 WS-LOG-EVENT PIC X(5) VALUE SPACES.

       local-storage section.
       01 I PIC 9(4) VALUE 0.
       01 WS-FILE-EOF PIC X VALUE "N".
           88 WS-FILE-EOF-YES VALUE "Y".
       01 WS-CSV-EOF PIC X VALUE "N".
           88 WS-CSV-EOF-YES VALUE "Y".
       01 WS-IMP-ABORT PIC X VALUE "N".
           88 WS-IMP-ABORT-YES VALUE "Y".
       01 WS-FIRST-DATA PIC X VALUE "Y".
           88 WS-FIRST-DATA-YES VALUE "Y".
       01 WS-IN-QUOTE PIC X VALUE "N".
           88 WS-IN-QUOTE-YES VALUE "Y".
       01 WS-FLD-STARTED PIC X VALUE "N".
           88 WS-FLD-STARTED-YES VALUE "Y".
       01 WS-SC-SEEN-SEP PIC X VALUE "N".
           88 WS-SC-SEEN-SEP-YES VALUE "Y".
       01 WS-FOUND PIC X VALUE "N".
           88 WS-FOUND-YES VALUE "Y".

       procedure division.
           move "DEBUT" to WS-LOG-EVENT
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           move "FIN" to WS-LOG-EVENT
           accept WS-SYS-DATE from date yyyymmdd
           perform load-parameters
           perform load-course-map
           if not WS-IMP-ABORT-YES
               perform load-courses
               perform open-import-files
           end-if
           if not WS-IMP-ABORT-YES
               perform until WS-CSV-EOF-YES
                   read GRADCSV-FILE
                       at end move "Y" to WS-CSV-EOF
                       not at end
                           add 1 to WS-LINE-NO
                           perform import-one-line
                   end-read
               end-perform
               perform write-import-totals
               close GRADCSV-FILE
               close GRADES-FILE
               close GIMPEXC-FILE
               close GIMPRPT-FILE
               perform write-gradctl
           end-if

           if WS-IMP-ABORT-YES
               move "Import notes interrompu" to WS-LOG-RESULT
           else
               move spaces to WS-LOG-RESULT
               string "Notes=" delimited by size
                   WS-WRITE-COUNT delimited by size
                   " Exceptions=" delimited by size
                   WS-EXC-COUNT delimited by size
                   into WS-LOG-RESULT
               end-string
           end-if
           move WS-DATA-LINES to WS-LOG-N
           call "AUDITLOG" using WS-LOG-PROGRAM WS-LOG-N WS-LOG-K
               WS-LOG-RESULT WS-LOG-EVENT
           if WS-IMP-ABORT-YES
               move 8 to return-code
           else
               if WS-EXC-COUNT > 0
                   move 4 to return-code
               end-if
           end-if.
       goback.

       load-parameters.
           move "N" to WS-FILE-EOF
           open input GIMPPARM-FILE
           if WS-GIMPPARM-STATUS not = "00"
               display "Fichier GIMPPARM absent - "
                   "parametres d'import par defaut."
           else
               perform until WS-FILE-EOF-YES
                   read GIMPPARM-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           perform load-one-parameter
                   end-read
               end-perform
               close GIMPPARM-FILE
           end-if
           move WS-COL-ID to WS-COL-NEEDED
           if WS-COL-COURSE > WS-COL-NEEDED
               move WS-COL-COURSE to WS-COL-NEEDED
           end-if
           if WS-COL-SCORE > WS-COL-NEEDED
               move WS-COL-SCORE to WS-COL-NEEDED
           end-if
           if WS-PARM-TERM = spaces and WS-COL-TERM = 0
               display "Aucune session en parametre ni en colonne - "
                   "import interrompu."
               move "Y" to WS-IMP-ABORT
           end-if.

       load-one-parameter.
           evaluate GIMP-TYPE
               when "TRM"
                   move GIMP-TERM to WS-PARM-TERM
                   inspect WS-PARM-TERM converting
                       "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               when "SEP"
                   if GIMP-SEP = ";" or GIMP-SEP = ","
                       move GIMP-SEP to WS-PARM-SEP
                   else
                       display "Separateur GIMPPARM ignore: " GIMP-SEP
                   end-if
               when "ECH"
                   if GIMP-SCALE is numeric
                           and (GIMP-SCALE = 20 or GIMP-SCALE = 100)
                       move GIMP-SCALE to WS-PARM-SCALE
                   else
                       display "Echelle GIMPPARM ignoree: "
                           GIMP-DATA(1:3)
                   end-if
               when "COL"
                   if GIMP-COL-ID is numeric
                           and GIMP-COL-COURSE is numeric
                           and GIMP-COL-SCORE is numeric
                           and GIMP-COL-ID > 0 and GIMP-COL-ID < 21
                           and GIMP-COL-COURSE > 0
                           and GIMP-COL-COURSE < 21
                           and GIMP-COL-SCORE > 0
                           and GIMP-COL-SCORE < 21
                       move GIMP-COL-ID to WS-COL-ID
                       move GIMP-COL-COURSE to WS-COL-COURSE
                       move GIMP-COL-SCORE to WS-COL-SCORE
                       if GIMP-COL-TERM is numeric
                               and GIMP-COL-TERM < 21
                           move GIMP-COL-TERM to WS-COL-TERM
                       end-if
                   else
                       display "Colonnes GIMPPARM ignorees."
                   end-if
               when other
                   if GIMP-TYPE not = spaces
                           and GIMP-TYPE(1:1) not = "*"
                       display "Regle GIMPPARM ignoree: " GIMP-TYPE
                   end-if
           end-evaluate.

       load-course-map.
           move "N" to WS-FILE-EOF
           move 0 to WS-MAP-COUNT
           open input GIMPMAP-FILE
           if WS-GIMPMAP-STATUS not = "00"
               display "Table GIMPMAP absente - seuls les codes "
                   "COURSES sont reconnus."
           else
               perform until WS-FILE-EOF-YES
                   read GIMPMAP-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           if MAP-LABEL not = spaces
                                   and MAP-LABEL(1:1) not = "*"
                                   and MAP-CODE not = spaces
                               perform store-map-entry
                           end-if
                   end-read
               end-perform
               close GIMPMAP-FILE
           end-if.

       store-map-entry.
           if WS-MAP-COUNT = 1000
               display "Table GIMPMAP pleine - libelle ignore: "
                   MAP-LABEL
           else
               move MAP-LABEL to WS-TRIM-IN
               perform trim-field
               inspect WS-TRIM-OUT converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               add 1 to WS-MAP-COUNT
               move WS-TRIM-OUT to WS-MAP-LABEL(WS-MAP-COUNT)
               move MAP-CODE to WS-MAP-CODE(WS-MAP-COUNT)
           end-if.

       load-courses.
           move "N" to WS-FILE-EOF
           move 0 to WS-COURSE-COUNT
           open input COURSES-FILE
           if WS-COURSES-STATUS not = "00"
               display "Fichier COURSES absent - seuls les libelles "
                   "GIMPMAP sont reconnus."
           else
               perform until WS-FILE-EOF-YES
                       or WS-COURSE-COUNT = 200
                   read COURSES-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           add 1 to WS-COURSE-COUNT
                           move COURSE-CODE
                               to WS-CRS-CODE(WS-COURSE-COUNT)
                   end-read
               end-perform
               close COURSES-FILE
           end-if.

       open-import-files.
           open input GRADCSV-FILE
           if WS-GRADCSV-STATUS not = "00"
               display "Fichier GRADCSV introuvable - "
                   "import interrompu."
               move "Y" to WS-IMP-ABORT
           else
               perform count-existing-grades
               if WS-GRADES-STATUS = "00"
                   open extend GRADES-FILE
               else
                   open output GRADES-FILE
               end-if
               open output GIMPEXC-FILE
               open output GIMPRPT-FILE
               if WS-GRADES-STATUS not = "00"
                       or WS-GIMPEXC-STATUS not = "00"
                       or WS-GIMPRPT-STATUS not = "00"
                   display "Fichiers d'import - creation impossible - "
                       "import interrompu."
                   move "Y" to WS-IMP-ABORT
                   close GRADCSV-FILE
               else
                   move spaces to GIMPRPT-REC
                   string "Rapport d'import des notes enseignants"
                       delimited by size
                       into GIMPRPT-TEXT
                   end-string
                   write GIMPRPT-REC
               end-if
           end-if.

       count-existing-grades.
           move "N" to WS-FILE-EOF
           move 0 to WS-PRIOR-COUNT
           move 0 to WS-PRIOR-HASH
           open input GRADES-FILE
           if WS-GRADES-STATUS = "00"
               perform until WS-FILE-EOF-YES
                   read GRADES-FILE
                       at end move "Y" to WS-FILE-EOF
                       not at end
                           add 1 to WS-PRIOR-COUNT
                           if GRADE-ID is numeric
                               add GRADE-ID to WS-PRIOR-HASH
                           end-if
                   end-read
               end-perform
               close GRADES-FILE
           end-if.

       import-one-line.
           move spaces to WS-LINE
           move GRADCSV-TEXT to WS-LINE
           move 256 to WS-LINE-LEN
           perform until WS-LINE-LEN = 0
                   or WS-LINE(WS-LINE-LEN:1) not = space
               subtract 1 from WS-LINE-LEN
           end-perform
           if WS-LINE-LEN = 0
               add 1 to WS-BLANK-COUNT
           else
               if WS-SEP = space
                   perform choose-separator
               end-if
               perform split-line
               if WS-FIRST-DATA-YES
                   move "N" to WS-FIRST-DATA
                   perform check-header-line
               end-if
               if WS-EXC-CODE = "HDR"
                   add 1 to WS-HEADER-COUNT
               else
                   add 1 to WS-DATA-LINES
                   if WS-EXC-CODE = spaces
                       perform convert-fields
                   end-if
                   if WS-EXC-CODE = spaces
                       perform write-grade
                   else
                       perform write-exception
                   end-if
               end-if
           end-if.

       choose-separator.
           if WS-PARM-SEP not = space
               move WS-PARM-SEP to WS-SEP
           else
               move 0 to WS-SEP-SEMI
               move 0 to WS-SEP-COMMA
               inspect WS-LINE(1:WS-LINE-LEN) tallying
                   WS-SEP-SEMI for all ";"
                   WS-SEP-COMMA for all ","
               if WS-SEP-SEMI > 0
                   move ";" to WS-SEP
               else
                   move "," to WS-SEP
               end-if
           end-if
           display "Separateur retenu: " WS-SEP.

       split-line.
           move spaces to WS-EXC-CODE
           move 1 to WS-FLD-COUNT
           move spaces to WS-FLD(1)
           move 0 to WS-FLD-LEN(1)
           move "N" to WS-IN-QUOTE
           move "N" to WS-FLD-STARTED
           move 1 to P
           perform until P > WS-LINE-LEN or WS-EXC-CODE not = spaces
               move WS-LINE(P:1) to WS-CH
               if WS-IN-QUOTE-YES
                   if WS-CH = WS-QUOTE
                       if WS-LINE(P + 1:1) = WS-QUOTE
                           perform append-field-char
                           add 1 to P
                       else
                           move "N" to WS-IN-QUOTE
                       end-if
                   else
                       perform append-field-char
                   end-if
               else
                   if WS-CH = WS-SEP
                       perform start-next-field
                   else
                       if WS-CH = WS-QUOTE and not WS-FLD-STARTED-YES
                           move "Y" to WS-IN-QUOTE
                           move "Y" to WS-FLD-STARTED
                       else
                           if WS-CH not = space
                               move "Y" to WS-FLD-STARTED
                           end-if
                           perform append-field-char
                       end-if
                   end-if
               end-if
               add 1 to P
           end-perform
           if WS-EXC-CODE = spaces
               if WS-IN-QUOTE-YES
                   move "GUI" to WS-EXC-CODE
               else
                   if WS-FLD-COUNT < WS-COL-NEEDED
                       move "CHP" to WS-EXC-CODE
                   end-if
               end-if
           end-if.

       append-field-char.
           if WS-FLD-LEN(WS-FLD-COUNT) < 40
               add 1 to WS-FLD-LEN(WS-FLD-COUNT)
               move WS-CH to WS-FLD(WS-FLD-COUNT)
                   (WS-FLD-LEN(WS-FLD-COUNT):1)
           end-if.

       start-next-field.
           if WS-FLD-COUNT = 20
               move "CHP" to WS-EXC-CODE
           else
               add 1 to WS-FLD-COUNT
               move spaces to WS-FLD(WS-FLD-COUNT)
               move 0 to WS-FLD-LEN(WS-FLD-COUNT)
               move "N" to WS-FLD-STARTED
           end-if.

       check-header-line.
           if (WS-EXC-CODE = spaces or WS-EXC-CODE = "CHP")
                   and WS-COL-ID not > WS-FLD-COUNT
               move WS-FLD(WS-COL-ID) to WS-TRIM-IN
               perform trim-field
               if WS-TRIM-LEN = 0
                   move "HDR" to WS-EXC-CODE
               else
                   if WS-TRIM-OUT(1:WS-TRIM-LEN) is not numeric
                       move "HDR" to WS-EXC-CODE
                   end-if
               end-if
           end-if.

       convert-fields.
           perform convert-id
           if WS-EXC-CODE = spaces
               perform convert-course
           end-if
           if WS-EXC-CODE = spaces
               perform convert-score
           end-if
           if WS-EXC-CODE = spaces
               perform convert-term
           end-if.

       convert-id.
           move WS-FLD(WS-COL-ID) to WS-TRIM-IN
           perform trim-field
           if WS-TRIM-LEN = 0 or WS-TRIM-LEN > 8
               move "IDN" to WS-EXC-CODE
           else
               if WS-TRIM-OUT(1:WS-TRIM-LEN) is not numeric
                   move "IDN" to WS-EXC-CODE
               else
                   move "00000000" to WS-ID-TEXT
                   move WS-TRIM-OUT(1:WS-TRIM-LEN)
                       to WS-ID-TEXT(9 - WS-TRIM-LEN:WS-TRIM-LEN)
               end-if
           end-if.

       convert-course.
           move WS-FLD(WS-COL-COURSE) to WS-TRIM-IN
           perform trim-field
           inspect WS-TRIM-OUT converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move WS-TRIM-OUT to WS-LABEL
           move spaces to WS-OUT-COURSE
           move "N" to WS-FOUND
           if WS-TRIM-LEN = 0
               move "CRS" to WS-EXC-CODE
           else
               perform varying I from 1 by 1
                       until I > WS-MAP-COUNT or WS-FOUND-YES
                   if WS-MAP-LABEL(I) = WS-LABEL
                       move WS-MAP-CODE(I) to WS-OUT-COURSE
                       move "Y" to WS-FOUND
                   end-if
               end-perform
               if not WS-FOUND-YES and WS-TRIM-LEN not > 8
                   perform varying I from 1 by 1
                           until I > WS-COURSE-COUNT or WS-FOUND-YES
                       if WS-CRS-CODE(I) = WS-LABEL
                           move WS-CRS-CODE(I) to WS-OUT-COURSE
                           move "Y" to WS-FOUND
                           add 1 to WS-DIRECT-COUNT
                       end-if
                   end-perform
               end-if
               if not WS-FOUND-YES
                   move "CRS" to WS-EXC-CODE
               end-if
           end-if.

       convert-score.
           move WS-FLD(WS-COL-SCORE) to WS-TRIM-IN
           perform trim-field
           move WS-TRIM-OUT to WS-SC-TEXT
           move WS-TRIM-LEN to WS-SC-LEN
           move WS-PARM-SCALE to WS-SC-SCALE
           if WS-SC-LEN > 4
               if WS-SC-TEXT(WS-SC-LEN - 3:4) = "/100"
                   move 100 to WS-SC-SCALE
                   subtract 4 from WS-SC-LEN
               end-if
           end-if
           if WS-SC-LEN > 3
               if WS-SC-TEXT(WS-SC-LEN - 2:3) = "/20"
                   move 20 to WS-SC-SCALE
                   subtract 3 from WS-SC-LEN
               end-if
           end-if
           perform until WS-SC-LEN = 0
                   or WS-SC-TEXT(WS-SC-LEN:1) not = space
               subtract 1 from WS-SC-LEN
           end-perform
           move 0 to WS-SC-INT
           move 0 to WS-SC-INT-DIGITS
           move 0 to WS-SC-FRAC-DIGITS
           move 0 to WS-SC-VALUE
           move 1 to WS-SC-DIV
           move "N" to WS-SC-SEEN-SEP
           if WS-SC-LEN = 0
               move "NTE" to WS-EXC-CODE
           end-if
           perform varying P from 1 by 1
                   until P > WS-SC-LEN or WS-EXC-CODE not = spaces
               move WS-SC-TEXT(P:1) to WS-CH
               evaluate true
                   when WS-CH is numeric
                       perform add-score-digit
                   when (WS-CH = "." or WS-CH = ",")
                           and not WS-SC-SEEN-SEP-YES
                       move "Y" to WS-SC-SEEN-SEP
                   when other
                       move "NTE" to WS-EXC-CODE
               end-evaluate
           end-perform
           if WS-EXC-CODE = spaces
               if WS-SC-INT-DIGITS = 0 and WS-SC-FRAC-DIGITS = 0
                   move "NTE" to WS-EXC-CODE
               end-if
           end-if
           if WS-EXC-CODE = spaces
               compute WS-SC-VALUE = WS-SC-VALUE + WS-SC-INT
               if WS-SC-VALUE > WS-SC-SCALE
                   move "NTE" to WS-EXC-CODE
               else
                   if WS-SC-SCALE = 20
                       compute WS-SC-OUT rounded = WS-SC-VALUE * 5
                       add 1 to WS-CONV20-COUNT
                   else
                       compute WS-SC-OUT rounded = WS-SC-VALUE
                   end-if
               end-if
           end-if.

       add-score-digit.
           move WS-CH to WS-SC-DIGIT
           if WS-SC-SEEN-SEP-YES
               if WS-SC-FRAC-DIGITS < 3
                   add 1 to WS-SC-FRAC-DIGITS
                   compute WS-SC-DIV = WS-SC-DIV * 10
                   compute WS-SC-VALUE = WS-SC-VALUE
                       + WS-SC-DIGIT / WS-SC-DIV
               end-if
           else
               if WS-SC-INT-DIGITS = 3
                   move "NTE" to WS-EXC-CODE
               else
                   add 1 to WS-SC-INT-DIGITS
                   compute WS-SC-INT = WS-SC-INT * 10 + WS-SC-DIGIT
               end-if
           end-if.

       convert-term.
           move WS-PARM-TERM to WS-OUT-TERM
           if WS-COL-TERM > 0 and WS-COL-TERM not > WS-FLD-COUNT
               move WS-FLD(WS-COL-TERM) to WS-TRIM-IN
               perform trim-field
               if WS-TRIM-LEN > 6
                   move "SES" to WS-EXC-CODE
               else
                   if WS-TRIM-LEN > 0
                       move WS-TRIM-OUT to WS-OUT-TERM
                       inspect WS-OUT-TERM converting
                           "abcdefghijklmnopqrstuvwxyz"
                           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   end-if
               end-if
           end-if
           if WS-EXC-CODE = spaces and WS-OUT-TERM = spaces
               move "SES" to WS-EXC-CODE
           end-if.

       trim-field.
           move spaces to WS-TRIM-OUT
           move 0 to WS-TRIM-LEN
           move 0 to WS-TRIM-FIRST
           move 0 to WS-TRIM-LAST
           perform varying WS-TRIM-LAST from 40 by -1
                   until WS-TRIM-LAST = 0
                   or WS-TRIM-IN(WS-TRIM-LAST:1) not = space
               continue
           end-perform
           if WS-TRIM-LAST > 0
               perform varying WS-TRIM-FIRST from 1 by 1
                       until WS-TRIM-IN(WS-TRIM-FIRST:1) not = space
                   continue
               end-perform
               compute WS-TRIM-LEN = WS-TRIM-LAST - WS-TRIM-FIRST + 1
               move WS-TRIM-IN(WS-TRIM-FIRST:WS-TRIM-LEN)
                   to WS-TRIM-OUT
           end-if.

       write-grade.
           move spaces to GRADES-REC
           move WS-ID-NUM to GRADE-ID
           move WS-OUT-COURSE to GRADE-COURSE
           move WS-SC-OUT to GRADE-SCORE
           move WS-OUT-TERM to GRADE-TERM
           write GRADES-REC
           add 1 to WS-WRITE-COUNT
           add WS-ID-NUM to WS-GRADES-HASH.

       write-exception.
           move spaces to GIMPEXC-REC
           move WS-EXC-CODE to GIMPEXC-CODE
           move WS-LINE-NO to GIMPEXC-LINE
           move GRADCSV-TEXT to GIMPEXC-TEXT
           write GIMPEXC-REC
           add 1 to WS-EXC-COUNT
           evaluate WS-EXC-CODE
               when "GUI" add 1 to WS-EXC-GUI-COUNT
               when "CHP" add 1 to WS-EXC-CHP-COUNT
               when "IDN" add 1 to WS-EXC-IDN-COUNT
               when "CRS" add 1 to WS-EXC-CRS-COUNT
               when "NTE" add 1 to WS-EXC-NTE-COUNT
               when "SES" add 1 to WS-EXC-SES-COUNT
           end-evaluate.

       write-import-totals.
           move WS-LINE-NO to WS-RPT-COUNT
           move spaces to GIMPRPT-REC
           string "Lignes lues: " delimited by size
               WS-RPT-COUNT delimited by size
               into GIMPRPT-TEXT
           end-string
           write GIMPRPT-REC
           move WS-HEADER-COUNT to WS-RPT-COUNT
           move spaces to GIMPRPT-REC
           string "  dont ligne d'en-tete: " delimited by size
               WS-RPT-COUNT delimited by size
               into GIMPRPT-TEXT
           end-string
           write GIMPRPT-REC
           move WS-BLANK-COUNT to WS-RPT-COUNT
           move spaces to GIMPRPT-REC
           string "  dont lignes vides: " delimited by size
               WS-RPT-COUNT delimited by size
               into GIMPRPT-TEXT
           end-string
           write GIMPRPT-REC
           move WS-WRITE-COUNT to WS-RPT-COUNT
           move spaces to GIMPRPT-REC
           string "Notes ecrites dans GRADES: " delimited by size
               WS-RPT-COUNT delimited by size
               into GIMPRPT-TEXT
           end-string
           write GIMPRPT-REC
           move WS-CONV20-COUNT to WS-RPT-COUNT
           move spaces to GIMPRPT-REC
           string "  dont converties depuis /20: " delimited by size
               WS-RPT-COUNT delimited by size
               into GIMPRPT-TEXT
           end-string
           write GIMPRPT-REC
           move WS-DIRECT-COUNT to WS-RPT-COUNT
           move spaces to GIMPRPT-REC
           string "  dont code cours direct: " delimited by size
               WS-RPT-COUNT delimited by size
               into GIMPRPT-TEXT
           end-string
           write GIMPRPT-REC
           move WS-EXC-COUNT to WS-RPT-COUNT
           move spaces to GIMPRPT-REC
           string "Lignes en exception: " delimited by size
               WS-RPT-COUNT delimited by size
               into GIMPRPT-TEXT
           end-string
           write GIMPRPT-REC
           move WS-EXC-GUI-COUNT to WS-RPT-COUNT
           move spaces to GIMPRPT-REC
           string "  dont guillemet non ferme (GUI): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into GIMPRPT-TEXT
           end-string
           write GIMPRPT-REC
           move WS-EXC-CHP-COUNT to WS-RPT-COUNT
           move spaces to GIMPRPT-REC
           string "  dont colonnes manquantes (CHP): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into GIMPRPT-TEXT
           end-string
           write GIMPRPT-REC
           move WS-EXC-IDN-COUNT to WS-RPT-COUNT
           move spaces to GIMPRPT-REC
           string "  dont identifiant invalide (IDN): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into GIMPRPT-TEXT
           end-string
           write GIMPRPT-REC
           move WS-EXC-CRS-COUNT to WS-RPT-COUNT
           move spaces to GIMPRPT-REC
           string "  dont cours non reconnu (CRS): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into GIMPRPT-TEXT
           end-string
           write GIMPRPT-REC
           move WS-EXC-NTE-COUNT to WS-RPT-COUNT
           move spaces to GIMPRPT-REC
           string "  dont note illisible (NTE): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into GIMPRPT-TEXT
           end-string
           write GIMPRPT-REC
           move WS-EXC-SES-COUNT to WS-RPT-COUNT
           move spaces to GIMPRPT-REC
           string "  dont session absente (SES): "
               delimited by size
               WS-RPT-COUNT delimited by size
               into GIMPRPT-TEXT
           end-string
           write GIMPRPT-REC
           compute WS-CTL-COUNT = WS-PRIOR-COUNT + WS-WRITE-COUNT
           compute WS-CTL-HASH = WS-PRIOR-HASH + WS-GRADES-HASH
           move WS-PRIOR-COUNT to WS-RPT-COUNT
           move spaces to GIMPRPT-REC
           string "Notes deja presentes dans GRADES: "
               delimited by size
               WS-RPT-COUNT delimited by size
               into GIMPRPT-TEXT
           end-string
           write GIMPRPT-REC
           move WS-CTL-COUNT to WS-RPT-COUNT
           move spaces to GIMPRPT-REC
           string "Total GRADES apres import: " delimited by size
               WS-RPT-COUNT delimited by size
               into GIMPRPT-TEXT
           end-string
           write GIMPRPT-REC
           move WS-CTL-HASH to WS-RPT-HASH
           move spaces to GIMPRPT-REC
           string "Total de controle GRADCTL: " delimited by size
               WS-RPT-HASH delimited by size
               into GIMPRPT-TEXT
           end-string
           write GIMPRPT-REC.

       write-gradctl.
           open output GRADCTL-FILE
           if WS-GRADCTL-STATUS not = "00"
               display "Fichier GRADCTL - creation impossible."
           else
               move spaces to GRADCTL-REC
               move WS-CTL-COUNT to GRADCTL-COUNT
               move WS-CTL-HASH to GRADCTL-HASH
               move WS-SYS-DATE to GRADCTL-DATE
               write GRADCTL-REC
               close GRADCTL-FILE
           end-if.
