      *                 a ser gravado na observacao de cada
      *                 reconhecimento e encerramento, para que toda
      *                 acao seja atribuivel.
      * 15/10/2026  CM  A revisao de cada alerta passou a exibir os
      *                 acionamentos de plantao ja registrados contra
      *                 ele no NOTIFREG pelo CONVERSOR-ACIONA-PLANTAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-REVISA-ALERTAS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERADOR-ID
               FILE STATUS IS WS-STATUS-OPERCAD.
           SELECT NOTIFREG-ARQ ASSIGN TO "NOTIFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOTIFREG.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS-ARQ.
               88 OP-OPER-INATIVO             VALUE "I".
           05 FILLER              PIC X(12).

       FD  NOTIFREG-ARQ.
       01  NOTIFREG-REG.
           05 NR-AL-DATA          PIC 9(08).
           05 FILLER              PIC X(01).
           05 NR-AL-HORA          PIC 9(08).
           05 FILLER              PIC X(01).
           05 NR-AL-SENSOR-ID     PIC X(06).
           05 FILLER              PIC X(01).
           05 NR-NIVEL            PIC 9(01).
           05 FILLER              PIC X(01).
           05 NR-DATA-ENVIO       PIC 9(08).
           05 FILLER              PIC X(01).
           05 NR-HORA-ENVIO       PIC 9(08).
           05 FILLER              PIC X(01).
           05 NR-OPERADOR-ID      PIC X(06).
           05 FILLER              PIC X(01).
           05 NR-CONTATO          PIC X(30).
           05 FILLER              PIC X(01).
           05 NR-SEVERIDADE       PIC X(08).
           05 FILLER              PIC X(01).
           05 NR-IDADE-MIN        PIC 9(05).
           05 FILLER              PIC X(03).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-ALERTAS PIC X(02)      VALUE SPACES.
       77  WS-FIM-ALERTAS    PIC X(01)      VALUE "N".
           88 WS-ACAO-FIM                   VALUE "F" "f".
       77  WS-NOTA-ACAO      PIC X(15)      VALUE SPACES.
       77  WS-STATUS-OPERCAD PIC X(02)      VALUE SPACES.
       77  WS-STATUS-NOTIFREG PIC X(02)     VALUE SPACES.
       77  WS-FIM-NOTIFREG   PIC X(01)      VALUE "N".
           88 WS-FIM-DO-NOTIFREG            VALUE "S".
       77  WS-SIGNON-ID      PIC X(06)      VALUE SPACES.
       77  WS-SIGNON-NIVEL   PIC X(01)      VALUE SPACES.
           88 WS-SIGNON-SUPERVISOR          VALUE "S".
           END-IF
           PERFORM 3400-DESTACAR-ESCALADO THRU
                   3400-DESTACAR-ESCALADO-EXIT
           PERFORM 3500-EXIBIR-ACIONAMENTOS THRU
                   3500-EXIBIR-ACIONAMENTOS-EXIT

           DISPLAY "ACAO: (R)ECONHECER, (E)NCERRAR FALSO ALARME, "
               "(P)ULAR OU (F)IM?"
       3400-DESTACAR-ESCALADO-EXIT.
           EXIT.

      ******************************************************************
      * 3500-EXIBIR-ACIONAMENTOS - exibe os acionamentos de plantao
      * registrados no NOTIFREG para o alerta corrente (mesma data,
      * hora e sensor).
      ******************************************************************
       3500-EXIBIR-ACIONAMENTOS.
           OPEN INPUT NOTIFREG-ARQ
           IF WS-STATUS-NOTIFREG NOT = "00"
               GO TO 3500-EXIBIR-ACIONAMENTOS-EXIT
           END-IF

           MOVE "N" TO WS-FIM-NOTIFREG
           PERFORM 3510-LER-NOTIFREG THRU 3510-LER-NOTIFREG-EXIT
           PERFORM 3520-EXIBIR-ACIONAMENTO THRU
                   3520-EXIBIR-ACIONAMENTO-EXIT
               UNTIL WS-FIM-DO-NOTIFREG
           CLOSE NOTIFREG-ARQ
           .
       3500-EXIBIR-ACIONAMENTOS-EXIT.
           EXIT.

       3510-LER-NOTIFREG.
           READ NOTIFREG-ARQ
               AT END
                   SET WS-FIM-DO-NOTIFREG TO TRUE
           END-READ
           .
       3510-LER-NOTIFREG-EXIT.
           EXIT.

       3520-EXIBIR-ACIONAMENTO.
           IF NR-AL-DATA = WA-DATA
              AND NR-AL-HORA = WA-HORA
              AND NR-AL-SENSOR-ID = WA-SENSOR-ID
               DISPLAY "  ACIONADO NIVEL " NR-NIVEL " EM "
                   NR-DATA-ENVIO " " NR-HORA-ENVIO (1:4)
                   " - " NR-OPERADOR-ID " " NR-CONTATO
           END-IF

           PERFORM 3510-LER-NOTIFREG THRU 3510-LER-NOTIFREG-EXIT
           .
       3520-EXIBIR-ACIONAMENTO-EXIT.
           EXIT.

      ******************************************************************
      * 3100-RECONHECER - marca o alerta como reconhecido, guardando
      * a nota de acao informada pelo operador.
