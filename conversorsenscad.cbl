      *                 mantem os limites atuais), e o identificador
      *                 do operador passou a ser gravado em cada
      *                 registro do historico SENSHIST.
      * 15/10/2026  CM  Cada sensor passou a apontar para uma area de
      *                 armazenagem do cadastro AREACAD (campo
      *                 SC-AREA), informada na inclusao e na alteracao
      *                 e validada contra as areas ativas (branco deixa
      *                 o sensor sem area). O SENSHIST passou a gravar
      *                 a area anterior e a nova de cada acao, e a
      *                 consulta ao historico e a exibicao do sensor
      *                 mostram a area.
      * 15/10/2026  CM  O SENSHIST passou a gravar o offset de
      *                 calibracao anterior e o novo de cada acao, e
      *                 ganhou a acao C (calibracao), gravada pelo
      *                 registro de calibracoes CONVERSOR-CALIBRACAO;
      *                 a consulta ao historico mostra os offsets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-SENSOR-CADASTRO.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERADOR-ID
               FILE STATUS IS WS-STATUS-OPERCAD.
           SELECT AREACAD-ARQ ASSIGN TO "AREACAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-AREA-ID
               FILE STATUS IS WS-STATUS-AREACAD.
       DATA DIVISION.
       FILE SECTION.
       FD  SENSCAD-ARQ.
                                       SEPARATE.
           05 SC-CALIB-DATA       PIC 9(08).
           05 SC-CALIB-PROXIMA    PIC 9(08).
           05 SC-AREA             PIC X(06).

       FD  SENSHIST-ARQ.
       01  SENSHIST-REG.
               88 SH-ACAO-ALTERACAO           VALUE "A".
               88 SH-ACAO-DESATIVACAO         VALUE "D".
               88 SH-ACAO-REATIVACAO          VALUE "R".
               88 SH-ACAO-CALIBRACAO          VALUE "C".
           05 FILLER              PIC X(01).
           05 SH-SENSOR-ID        PIC X(06).
           05 FILLER              PIC X(01).
               10 SH-LIM-ATV-NOVO PIC X(01).
           05 FILLER              PIC X(01).
           05 SH-OPERADOR         PIC X(06).
           05 FILLER              PIC X(01).
           05 SH-AREA-ANT         PIC X(06).
           05 FILLER              PIC X(01).
           05 SH-AREA-NOVA        PIC X(06).
           05 FILLER              PIC X(01).
           05 SH-OFFSET-ANT       PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
           05 FILLER              PIC X(01).
           05 SH-OFFSET-NOVO      PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.

       FD  OPERCAD-ARQ.
       01  OPERCAD-REG.
               88 OP-OPER-INATIVO             VALUE "I".
           05 FILLER              PIC X(12).

       FD  AREACAD-ARQ.
       01  AREACAD-REG.
           05 AR-AREA-ID          PIC X(06).
           05 AR-DESCRICAO        PIC X(30).
           05 AR-SITE             PIC X(20).
           05 AR-RESPONSAVEL      PIC X(30).
           05 AR-SITUACAO         PIC X(01).
               88 AR-AREA-ATIVA               VALUE "A".
               88 AR-AREA-INATIVA             VALUE "I".
           05 AR-DATA-ATUALIZ     PIC 9(08).
           05 AR-OPERADOR         PIC X(06).
           05 FILLER              PIC X(09).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-SENSCAD PIC X(02)   VALUE SPACES.
       77  WS-OPCAO        PIC X(01)     VALUE SPACES.
       77  WS-SIGNON-OK    PIC X(01)     VALUE "N".
           88 WS-SIGNON-APROVADO         VALUE "S".
       77  WS-TENTATIVAS   PIC 9(01) COMP VALUE ZEROS.
       77  WS-STATUS-AREACAD PIC X(02)   VALUE SPACES.
       77  WS-AREA         PIC X(06)     VALUE SPACES.
       77  WS-AREA-OK      PIC X(01)     VALUE "N".
           88 WS-AREA-VALIDA             VALUE "S".

      ******************************************************************
      * WS-IMAGEM-ANT - imagem do registro do sensor antes da acao de
           05 WS-ANT-LIM-SUP   PIC S9(05)V9(02) SIGN LEADING
                                    SEPARATE.
           05 WS-ANT-LIM-ATIVO PIC X(01).
           05 WS-ANT-AREA      PIC X(06).
           05 WS-ANT-OFFSET    PIC S9(05)V9(02) SIGN LEADING
                                    SEPARATE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF
           PERFORM 8700-PEDIR-CALIBRACAO THRU
                   8700-PEDIR-CALIBRACAO-EXIT
           PERFORM 8800-PEDIR-AREA THRU 8800-PEDIR-AREA-EXIT
           IF NOT WS-AREA-VALIDA
               GO TO 3000-INCLUIR-EXIT
           END-IF

           MOVE SPACES        TO SENSCAD-REG
           MOVE WS-SENSOR-ID  TO SC-SENSOR-ID
           MOVE WS-CAL-OFFSET TO SC-CALIB-OFFSET
           MOVE WS-CAL-DATA   TO SC-CALIB-DATA
           MOVE WS-CAL-PROXIMA TO SC-CALIB-PROXIMA
           MOVE WS-AREA       TO SC-AREA

           PERFORM 8600-LIMPAR-IMAGEM THRU 8600-LIMPAR-IMAGEM-EXIT

           PERFORM 8700-PEDIR-CALIBRACAO THRU
                   8700-PEDIR-CALIBRACAO-EXIT

           IF SC-AREA = SPACES OR SC-AREA = LOW-VALUES
               DISPLAY "SENSOR SEM AREA DE ARMAZENAGEM"
           ELSE
               DISPLAY "AREA ATUAL: " SC-AREA
           END-IF
           PERFORM 8800-PEDIR-AREA THRU 8800-PEDIR-AREA-EXIT
           IF NOT WS-AREA-VALIDA
               GO TO 3100-ALTERAR-EXIT
           END-IF

           MOVE WS-LOCAL       TO SC-LOCAL
           MOVE WS-ESCALA      TO SC-ESCALA
           MOVE WS-LIM-INF     TO SC-LIM-INFERIOR
           MOVE WS-CAL-OFFSET  TO SC-CALIB-OFFSET
           MOVE WS-CAL-DATA    TO SC-CALIB-DATA
           MOVE WS-CAL-PROXIMA TO SC-CALIB-PROXIMA
           MOVE WS-AREA        TO SC-AREA

           REWRITE SENSCAD-REG
               INVALID KEY
                   " SIT " SH-SITUACAO-ANT
               DISPLAY "          LIMITES (" SH-LIM-ATV-ANT ") INF "
                   WS-LIM-INF-EDT " SUP " WS-LIM-SUP-EDT
                   " AREA " SH-AREA-ANT
           END-IF
           MOVE SH-LIM-INF-NOVO TO WS-LIM-INF-EDT
           MOVE SH-LIM-SUP-NOVO TO WS-LIM-SUP-EDT
               " SIT " SH-SITUACAO-NOVA
           DISPLAY "          LIMITES (" SH-LIM-ATV-NOVO ") INF "
               WS-LIM-INF-EDT " SUP " WS-LIM-SUP-EDT
               " AREA " SH-AREA-NOVA
           IF SH-OFFSET-ANT NUMERIC AND SH-OFFSET-NOVO NUMERIC
               MOVE SH-OFFSET-ANT  TO WS-LIM-INF-EDT
               MOVE SH-OFFSET-NOVO TO WS-LIM-SUP-EDT
               DISPLAY "          OFFSET DE CALIBRACAO: ANTES "
                   WS-LIM-INF-EDT " DEPOIS " WS-LIM-SUP-EDT
           END-IF
           .
       3520-EXIBIR-HISTORICO-FIM.
           PERFORM 3510-LER-HISTORICO THRU 3510-LER-HISTORICO-EXIT
                   " DE " SC-CALIB-DATA
                   " PROXIMA " SC-CALIB-PROXIMA
           END-IF
           IF SC-AREA NOT = SPACES AND SC-AREA NOT = LOW-VALUES
               DISPLAY "       AREA DE ARMAZENAGEM: " SC-AREA
           END-IF
           .
       8300-EXIBIR-SENSOR-EXIT.
           EXIT.
       8700-PEDIR-CALIBRACAO-EXIT.
           EXIT.

      ******************************************************************
      * 8800-PEDIR-AREA - obtem a area de armazenagem do sensor e a
      * confere no cadastro AREACAD: so areas ativas sao aceitas.
      * Branco deixa o sensor sem area. Area inexistente ou inativa
      * cancela a operacao.
      ******************************************************************
       8800-PEDIR-AREA.
           MOVE "N" TO WS-AREA-OK
           DISPLAY "INFORME A AREA DE ARMAZENAGEM DO SENSOR OU "
               "BRANCO P/ SEM AREA"
           ACCEPT WS-AREA

           IF WS-AREA = SPACES
               SET WS-AREA-VALIDA TO TRUE
               GO TO 8800-PEDIR-AREA-EXIT
           END-IF

           OPEN INPUT AREACAD-ARQ
           IF WS-STATUS-AREACAD NOT = "00"
               DISPLAY "CADASTRO AREACAD INDISPONIVEL (STATUS "
                   WS-STATUS-AREACAD ") - OPERACAO CANCELADA"
               GO TO 8800-PEDIR-AREA-EXIT
           END-IF

           MOVE WS-AREA TO AR-AREA-ID
           READ AREACAD-ARQ
               INVALID KEY
                   DISPLAY "AREA " WS-AREA " NAO CADASTRADA - "
                       "OPERACAO CANCELADA"
               NOT INVALID KEY
                   IF AR-AREA-ATIVA
                       SET WS-AREA-VALIDA TO TRUE
                       DISPLAY "AREA " WS-AREA ": " AR-DESCRICAO
                   ELSE
                       DISPLAY "AREA " WS-AREA " ESTA INATIVA - "
                           "OPERACAO CANCELADA"
                   END-IF
           END-READ
           CLOSE AREACAD-ARQ
           .
       8800-PEDIR-AREA-EXIT.
           EXIT.

      ******************************************************************
      * 8500-GUARDAR-IMAGEM - guarda a imagem do registro corrente do
      * cadastro antes de qualquer alteracao, para o historico.
           MOVE SC-LIM-INFERIOR TO WS-ANT-LIM-INF
           MOVE SC-LIM-SUPERIOR TO WS-ANT-LIM-SUP
           MOVE SC-LIM-ATIVO    TO WS-ANT-LIM-ATIVO
           MOVE SC-AREA         TO WS-ANT-AREA
           IF SC-CALIB-OFFSET NUMERIC
               MOVE SC-CALIB-OFFSET TO WS-ANT-OFFSET
           ELSE
               MOVE ZEROS           TO WS-ANT-OFFSET
           END-IF
           .
       8500-GUARDAR-IMAGEM-EXIT.
           EXIT.
           MOVE ZEROS  TO WS-ANT-LIM-INF
           MOVE ZEROS  TO WS-ANT-LIM-SUP
           MOVE SPACES TO WS-ANT-LIM-ATIVO
           MOVE SPACES TO WS-ANT-AREA
           MOVE ZEROS  TO WS-ANT-OFFSET
           .
       8600-LIMPAR-IMAGEM-EXIT.
           EXIT.
           MOVE SC-LIM-SUPERIOR   TO SH-LIM-SUP-NOVO
           MOVE SC-LIM-ATIVO      TO SH-LIM-ATV-NOVO
           MOVE WS-SIGNON-ID      TO SH-OPERADOR
           MOVE WS-ANT-AREA       TO SH-AREA-ANT
           MOVE SC-AREA           TO SH-AREA-NOVA
           MOVE WS-ANT-OFFSET     TO SH-OFFSET-ANT
           IF SC-CALIB-OFFSET NUMERIC
               MOVE SC-CALIB-OFFSET TO SH-OFFSET-NOVO
           ELSE
               MOVE ZEROS           TO SH-OFFSET-NOVO
           END-IF

           WRITE SENSHIST-REG
           CLOSE SENSHIST-ARQ
