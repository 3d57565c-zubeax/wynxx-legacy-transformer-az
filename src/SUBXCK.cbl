       01  WS-ENC-FOUND         PIC X(1).
       01  WS-ENC-DIGITS        PIC 9(4).
       01  WS-SCAN-STOP         PIC 9(9) COMP.
       01  WS-ROOT-POS          PIC 9(9) COMP.
       01  WS-ROOT-LEN          PIC 9(4) COMP.

       LINKAGE SECTION.
       01  LK-BUFFER            PIC X(2000000).
       01  LK-MAX-LEN           PIC 9(9) COMP.
       01  LK-XML-ENCODING      PIC 9(4) COMP.
       01  LK-EXPECT-ROOT       PIC X(30).
       01  LK-EXPECT-TAG        PIC X(30).
       01  LK-EXPECT-COUNT      PIC 9(9) COMP.
       01  LK-XML-OK            PIC X(1).
      * (non-truncated) last element, and the expected number of
      * occurrences of the per-row key element (LK-EXPECT-TAG,
      * including its brackets) matching the aggregate table's row
      * count, and the document element (LK-EXPECT-ROOT, with its
      * brackets) being the one of the reporting-format layout the
      * document was meant to be generated in. SUBREC proves the
      * numbers agree across the representations; this proves the
      * document itself is sound -
      * the unclosed-element incident after an edit-field overflow
      * would have been caught here instead of at the portal.
      * LK-MAX-LEN is the caller's real buffer size; the linkage is
      * declared at the largest buffer's size and never touched
      * beyond LK-MAX-LEN, same contract as SUBMAN.
       PROCEDURE DIVISION USING LK-BUFFER LK-MAX-LEN
                                LK-XML-ENCODING LK-EXPECT-ROOT
                                LK-EXPECT-TAG
                                LK-EXPECT-COUNT LK-XML-OK.
       MAIN-LOGIC.


           PERFORM CHECK-ENCODING-DECLARATION

           PERFORM CHECK-ROOT-ELEMENT

           PERFORM CHECK-TAG-BALANCE

           PERFORM COUNT-KEY-ELEMENTS
              END-IF
           END-IF.

      * The first element after the declaration is the document
      * element; a document rendered in another layout than the one
      * the period is filed under opens with a different name.
       CHECK-ROOT-ELEMENT.

           MOVE 0 TO WS-ROOT-POS
           COMPUTE WS-ROOT-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(LK-EXPECT-ROOT))

           MOVE 200 TO WS-SCAN-STOP
           IF WS-SCAN-STOP > WS-LEN
              MOVE WS-LEN TO WS-SCAN-STOP
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I >= WS-SCAN-STOP OR WS-ROOT-POS > 0
              IF LK-BUFFER(WS-I:1) = '<'
                 AND LK-BUFFER(WS-I + 1:1) NOT = '?'
                 MOVE WS-I TO WS-ROOT-POS
              END-IF
           END-PERFORM

           IF WS-ROOT-LEN = 0
              CONTINUE
           ELSE
              IF WS-ROOT-POS = 0
                 OR WS-ROOT-POS + WS-ROOT-LEN - 1 > WS-LEN
                 DISPLAY 'SUBXCK: no document element found'
                 MOVE 'N' TO LK-XML-OK
              ELSE
                 IF LK-BUFFER(WS-ROOT-POS:WS-ROOT-LEN) NOT =
                    LK-EXPECT-ROOT(1:WS-ROOT-LEN)
                    DISPLAY 'SUBXCK: document element is not '
                       FUNCTION TRIM(LK-EXPECT-ROOT)
                       ' - wrong reporting-format layout'
                    MOVE 'N' TO LK-XML-OK
                 END-IF
              END-IF
           END-IF.

      * One pass over the used length: every '<tag' opens, '</tag'
      * and '/>' close, '<?' declarations stand outside the balance.
      * A low-value byte anywhere inside the used length is a
