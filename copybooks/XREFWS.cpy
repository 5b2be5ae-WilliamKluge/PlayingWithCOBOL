      ******************************************************************
      * Copybook: XREFWS
      * In-memory vendor part cross-reference plus working fields
      * for the shared load/find/rewrite paragraphs (see XREFREC/
      * XREFLOAD).  A caller moves the vendor and the vendor's part
      * number to WS-CHK-XREF-VENDOR / WS-CHK-XREF-PART and PERFORMs
      * FIND-VENDOR-XREF; WS-XREF-FOUND, WS-XREF-FOUND-IX and
      * WS-XREF-FOUND-CODE (our item code) answer.
      ******************************************************************
           01 WS-XREF-CNT              PIC 9(4) VALUE 0.
           01 WS-XREF-TABLE.
               03 WS-XREF-ROW OCCURS 3000 TIMES.
                   05 WS-XREF-VENDOR      PIC X(8).
                   05 WS-XREF-PART        PIC X(15).
                   05 WS-XREF-CODE        PIC X(6).
                   05 WS-XREF-DATE        PIC X(10).
           01 WS-XREF-CAPACITY         PIC 9(4) VALUE 3000.
           01 WS-XREF-DROPPED          PIC 9(4) VALUE 0.
           01 WS-XREF-SCAN             PIC 9(4).
           01 WS-XREF-EOF              PIC A(1).
           01 WS-XREF-CHANGED          PIC A(1) VALUE 'N'.
           01 WS-CHK-XREF-VENDOR       PIC X(8).
           01 WS-CHK-XREF-PART         PIC X(15).
           01 WS-XREF-FOUND            PIC A(1).
           01 WS-XREF-FOUND-IX         PIC 9(4).
           01 WS-XREF-FOUND-CODE       PIC X(6).
           01 WS-XREF.
               COPY XREFREC.
