      ******************************************************************
      * Copybook: BOMWS
      * In-memory kit bill of materials plus working fields for the
      * shared load and lookup paragraphs (see BOMREC/BOMLOAD).  A
      * caller moves the kit code to WS-CHK-BOM-KIT and PERFORMs
      * COUNT-KIT-COMPONENTS; WS-BOM-COMP-CNT answers how many
      * component rows the kit has (zero - not a kit).  The
      * buildable-kit fields are worked by each caller against its
      * own on-hand figures: the fewest whole kits any one component
      * covers, and which component that is.
      ******************************************************************
           01 WS-BOM-FILENAME          PIC X(100).
           01 WS-BOM-STATUS            PIC X(2).
           01 WS-BOM-CNT               PIC 9(4) VALUE 0.
           01 WS-BOM-TABLE.
               03 WS-BOM-ROW OCCURS 2000 TIMES.
                   05 WS-BOM-KIT          PIC X(6).
                   05 WS-BOM-COMP         PIC X(6).
                   05 WS-BOM-QTY          PIC 9(3).
           01 WS-BOM-CAPACITY          PIC 9(4) VALUE 2000.
           01 WS-BOM-DROPPED           PIC 9(4) VALUE 0.
           01 WS-BOM-SCAN              PIC 9(4).
           01 WS-BOM-EOF               PIC A(1).
           01 WS-CHK-BOM-KIT           PIC X(6).
           01 WS-BOM-COMP-CNT          PIC 9(4).
           01 WS-KIT-BUILDABLE         PIC 9(5).
           01 WS-KIT-COMP-COVERS       PIC 9(5).
           01 WS-KIT-LIMIT-CODE        PIC X(6).
           01 WS-BOM.
               COPY BOMREC.
