      *                 cadastro populado a identificacao e
      *                 obrigatoria e somente supervisores alteram o
      *                 cadastro.
      * 15/10/2026  CM  Identificador de operador com asterisco passa
      *                 a ser recusado, pois o asterisco identifica as
      *                 acoes automaticas no SENSHIST (*SINC*).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-OPERADOR-CADASTRO.
       77  WS-OPERADOR-ID  PIC X(06)     VALUE SPACES.
       77  WS-NOME         PIC X(30)     VALUE SPACES.
       77  WS-NIVEL        PIC X(01)     VALUE SPACES.
       77  WS-QTD-ASTER    PIC 9(02) COMP VALUE ZEROS.
       77  WS-FIM-LISTA    PIC X(01)     VALUE "N".
           88 WS-FIM-DA-LISTA            VALUE "S".
       77  WS-QTD-LISTADOS PIC 9(05) COMP VALUE ZEROS.

      ******************************************************************
      * 8000-PEDIR-OPERADOR-ID - obtem o identificador do operador.
      * Identificador em branco cancela a operacao. Identificador com
      * asterisco e recusado: o asterisco marca as acoes automaticas
      * gravadas no SENSHIST (como *SINC*).
      ******************************************************************
       8000-PEDIR-OPERADOR-ID.
           DISPLAY "INFORME O IDENTIFICADOR DO OPERADOR (6 POSICOES)"
           ACCEPT WS-OPERADOR-ID
           IF WS-OPERADOR-ID = SPACES
               DISPLAY "OPERACAO CANCELADA"
               GO TO 8000-PEDIR-OPERADOR-ID-EXIT
           END-IF

           MOVE ZEROS TO WS-QTD-ASTER
           INSPECT WS-OPERADOR-ID TALLYING WS-QTD-ASTER FOR ALL "*"
           IF WS-QTD-ASTER > 0
               DISPLAY "IDENTIFICADOR NAO PODE CONTER ASTERISCO - "
                   "OPERACAO CANCELADA"
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF
           .
       8000-PEDIR-OPERADOR-ID-EXIT.
