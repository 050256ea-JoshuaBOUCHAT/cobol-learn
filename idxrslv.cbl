       identification division.
       program-id. IDXRSLV.
       environment division.
       input-output section.
       file-control.
           select IDXREF-FILE assign to "IDXREF"
               organization is indexed
               access mode is dynamic
               record key is XRF-OLD-ID
               file status is XRS-XREF-STATUS.
       data division.
       file section.
       fd IDXREF-FILE.
       01 IDXREF-REC.
           05 XRF-OLD-ID PIC 9(8).
           05 XRF-NEW-ID PIC 9(8).
           05 XRF-DATE PIC 9(8).
           05 XRF-OPER PIC X(8).
           05 XRF-ORIG-ID PIC 9(8).

       working-storage section.
       01 XRS-XREF-STATUS PIC XX VALUE "00".

       01 XRS-LOADED PIC X VALUE "N".
           88 XRS-LOADED-YES VALUE "Y".
       01 XRS-EOF PIC X VALUE "N".
           88 XRS-EOF-YES VALUE "Y".

       01 XRS-COUNT PIC 9(4) VALUE 0.
       01 XRS-TABLE.
           05 XRS-ENTRY OCCURS 5000 TIMES.
               10 XRS-T-OLD PIC 9(8).
               10 XRS-T-NEW PIC 9(8).
               10 XRS-T-DATE PIC 9(8).

       01 XRS-IDX PIC 9(4) VALUE 0.
       01 XRS-FOUND-IDX PIC 9(4) VALUE 0.
       01 XRS-HOPS PIC 99 VALUE 0.
       01 XRS-LOOK-ID PIC 9(8) VALUE 0.

       linkage section.
       01 XRS-ID-IN PIC 9(8).
       01 XRS-ID-OUT PIC 9(8).
       01 XRS-MERGE-DATE PIC 9(8).

       procedure division using XRS-ID-IN, XRS-ID-OUT,
               XRS-MERGE-DATE.
           if not XRS-LOADED-YES
               perform load-idxref
           end-if
           move XRS-ID-IN to XRS-ID-OUT
           move 0 to XRS-MERGE-DATE
           move 0 to XRS-HOPS
           move XRS-ID-IN to XRS-LOOK-ID
           perform find-retired-id
           perform until XRS-FOUND-IDX = 0 or XRS-HOPS = 10
               add 1 to XRS-HOPS
               move XRS-T-NEW(XRS-FOUND-IDX) to XRS-ID-OUT
               if XRS-MERGE-DATE = 0
                   move XRS-T-DATE(XRS-FOUND-IDX) to XRS-MERGE-DATE
               end-if
               move XRS-ID-OUT to XRS-LOOK-ID
               perform find-retired-id
           end-perform.
       goback.

       load-idxref.
           move "Y" to XRS-LOADED
           move "N" to XRS-EOF
           move 0 to XRS-COUNT
           open input IDXREF-FILE
           if XRS-XREF-STATUS = "00"
               move 0 to XRF-OLD-ID
               start IDXREF-FILE key not < XRF-OLD-ID
                   invalid key move "Y" to XRS-EOF
               end-start
               perform until XRS-EOF-YES
                   read IDXREF-FILE next record
                       at end move "Y" to XRS-EOF
                       not at end
                           perform store-xref-entry
                   end-read
               end-perform
               close IDXREF-FILE
           end-if.

       store-xref-entry.
           if XRS-COUNT = 5000
               display "Table IDXREF pleine - renvoi ignore: "
                   XRF-OLD-ID
           else
               add 1 to XRS-COUNT
               move XRF-OLD-ID to XRS-T-OLD(XRS-COUNT)
               move XRF-NEW-ID to XRS-T-NEW(XRS-COUNT)
               move XRF-DATE to XRS-T-DATE(XRS-COUNT)
           end-if.

       find-retired-id.
           move 0 to XRS-FOUND-IDX
           perform varying XRS-IDX from 1 by 1
                   until XRS-IDX > XRS-COUNT
               if XRS-T-OLD(XRS-IDX) = XRS-LOOK-ID
                   move XRS-IDX to XRS-FOUND-IDX
                   move XRS-COUNT to XRS-IDX
               end-if
           end-perform.
