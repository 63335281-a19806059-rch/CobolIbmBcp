      *22/08/2026 RCH - ORIGINAL VERSION
      *02/09/2026 RCH - STATEMENT CYCLE GROUPS (SYSIN CARD), CYCLE
      *                 CODE ON CUSTMSTR, PER-CYCLE REGISTER
      *15/10/2026 RCH - MAIL-PIECE HEADER AHEAD OF EACH STATEMENT FOR
      *                 THE MAILSTRM MAIL-HOUSE STREAM (MAILPCR)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  FILLER                     PIC X(09) VALUE SPACES.
           05  STMT-ADDR-TEXT             PIC X(30).
           05  FILLER                     PIC X(41) VALUE SPACES.
      *Mail-piece control records written ahead of each statement -
      *MAILPREP splits the statement file into mail pieces on them
       01  WS-MAIL-PIECE.
           COPY MAILPCR.
       PROCEDURE DIVISION.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM PROCESAR-CUENTA UNTIL CD-EOF AND RFP-EOF.
                       MOVE 'Y' TO SW-CUST-FOUND
               END-SEARCH
           END-IF.
           PERFORM ESCRIBIR-CABECERA-CORREO.
           IF  SW-CUST-FOUND = 'Y'
               MOVE WS-CUST-ARTIST-NAME (CUST-IDX)
                   TO STMT-NAME-ARTIST
               WRITE STMT-REC
           END-IF.
      *
      *Starts the statement as a mail piece keyed on the account. An
      *account not on the master goes out with no name or address -
      *MAILPREP takes it off the MAILADR cross-reference or holds it
       ESCRIBIR-CABECERA-CORREO.
           SET MPC-CUSTOMER-STMT TO TRUE.
           MOVE WS-CURRENT-ACCT TO MPC-PIECE-KEY.
           IF  SW-CUST-FOUND = 'Y'
               MOVE WS-CUST-ARTIST-NAME (CUST-IDX) TO MPC-NAME
               MOVE WS-CUST-ADDR-1 (CUST-IDX) TO MPC-ADDR-1
               MOVE WS-CUST-ADDR-2 (CUST-IDX) TO MPC-ADDR-2
           ELSE
               MOVE SPACES TO MPC-NAME
               MOVE SPACES TO MPC-ADDR-1
               MOVE SPACES TO MPC-ADDR-2
           END-IF.
           WRITE STMT-REC FROM MPC-HEADER-REC.
           WRITE STMT-REC FROM MPC-ADDRESS-REC.
      *
      *Picks the lower of the two files' current account numbers as
      *the account this pass will consolidate, treating an exhausted
      *file as HIGH-VALUES so the other file's accounts still drain
