               10 JRNL-AFT-STATUS PIC X.
               10 JRNL-AFT-ADM-DATE PIC 9(8).
               10 JRNL-AFT-WDR-DATE PIC 9(8).
           05 FILLER PIC X.
           05 JRNL-OPER PIC X(8).

       fd ROSTASOF-FILE.
       01 ROSTASOF-REC.
               when "CHG"
               when "WDR"
               when "RNS"
               when "PRB"
               when "CLR"
               when "MRG"
                   if WS-FOUND-IDX > 0
                       perform store-after-image
                   end-if
