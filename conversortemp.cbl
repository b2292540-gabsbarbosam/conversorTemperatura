      * 03/09/2026  CM  O encerramento passou de STOP RUN para GOBACK
      *                 para permitir a execucao encadeada pelo
      *                 orquestrador CONVERSOR-FECHAMENTO-NOTURNO.
      * 15/10/2026  CM  Quando executado pelo fechamento noturno com
      *                 data de negocio informada (arquivo DATANEG
      *                 marcado "A"), TEMPLOG, TEMPRJ, CTRLRUN e
      *                 SENSACK passam a ser gravados com essa data em
      *                 vez da data do sistema, para a recuperacao de
      *                 uma noite perdida cair no dia certo. A hora
      *                 continua sendo a do relogio.
      * 15/10/2026  CM  O modo SENSOR passou a aceitar varios lotes
      *                 por execucao: havendo o manifesto SENSMANI,
      *                 cada linha indica um arquivo de lote do
      *                 gateway, processado isoladamente (conferencia
      *                 de cabecalho/fecho, SENSACK e totais de
      *                 controle no CTRLRUN proprios, com o numero do
      *                 lote em CR-LOTE). Lote recusado ou ausente vai
      *                 para a lista de quarentena SENSQUAR com o
      *                 motivo e os demais lotes seguem; a execucao
      *                 termina com codigo de retorno 4 em vez de 16.
      *                 O checkpoint CHKPTSEN passou a guardar tambem
      *                 a ordem do lote no manifesto. Sem SENSMANI o
      *                 arquivo unico SENSFEED segue como antes.
      * 15/10/2026  CM  Layout do SENSCAD acompanhou o novo campo
      *                 SC-AREA (area de armazenagem do sensor).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-TEMPERATURA.
           SELECT TEMPREL-ARQ ASSIGN TO "TEMPREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TEMPREL.
           SELECT SENSFEED-ARQ ASSIGN USING WS-ARQ-SENSFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SENSFEED.
           SELECT SENSMANI-ARQ ASSIGN TO "SENSMANI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SENSMANI.
           SELECT SENSQUAR-ARQ ASSIGN TO "SENSQUAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SENSQUAR.
           SELECT CHKPTLOT-ARQ ASSIGN TO "CHKPTLOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHKPTLOT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SENSOR-ID
               FILE STATUS IS WS-STATUS-SENSCAD.
           SELECT DATANEG-ARQ ASSIGN TO "DATANEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATANEG.
       DATA DIVISION.
       FILE SECTION.
       FD  TEMPIN-ARQ.
           05 SFT-HASH             PIC +99999999999.99.
           05 FILLER               PIC X(53).

      ******************************************************************
      * SENSMANI - manifesto dos lotes do modo SENSOR: um arquivo de
      * lote do gateway por linha, processados na ordem do manifesto.
      * Linhas em branco ou iniciadas por "*" sao ignoradas.
      ******************************************************************
       FD  SENSMANI-ARQ.
       01  SENSMANI-REG.
           05 SM-ARQUIVO           PIC X(40).
           05 FILLER               PIC X(40).

      ******************************************************************
      * SENSQUAR - lista de quarentena dos lotes recusados ou
      * ausentes, com o motivo, para o operador tratar com o gateway.
      ******************************************************************
       FD  SENSQUAR-ARQ.
       01  SENSQUAR-REG.
           05 SQ-DATA              PIC 9(08).
           05 FILLER               PIC X(01).
           05 SQ-HORA              PIC 9(08).
           05 FILLER               PIC X(01).
           05 SQ-ARQUIVO           PIC X(40).
           05 FILLER               PIC X(01).
           05 SQ-GATEWAY           PIC X(08).
           05 FILLER               PIC X(01).
           05 SQ-LOTE              PIC 9(06).
           05 FILLER               PIC X(01).
           05 SQ-MOTIVO            PIC X(40).

       FD  CHKPTLOT-ARQ.
       01  CHKPTLOT-REG.
           05 CKL-QTD-PROCESSADOS  PIC 9(09).
       FD  CHKPTSEN-ARQ.
       01  CHKPTSEN-REG.
           05 CKS-QTD-PROCESSADOS  PIC 9(09).
           05 FILLER               PIC X(01).
           05 CKS-LOTE-ORDEM       PIC 9(05).
           05 FILLER               PIC X(65).

       FD  TEMPLOG-ARQ.
       01  TEMPLOG-REG.
           05 CR-REJEITADOS       PIC 9(09).
           05 FILLER              PIC X(01).
           05 CR-PULADOS          PIC 9(09).
           05 FILLER              PIC X(01).
           05 CR-LOTE             PIC 9(06).
           05 FILLER              PIC X(14).

       FD  ALERTAS-ARQ.
       01  ALERTAS-REG.
                                       SEPARATE.
           05 SC-CALIB-DATA       PIC 9(08).
           05 SC-CALIB-PROXIMA    PIC 9(08).
           05 SC-AREA             PIC X(06).

       FD  DATANEG-ARQ.
       01  DATANEG-REG.
           05 DN-SITUACAO         PIC X(01).
               88 DN-ATIVA                    VALUE "A".
           05 FILLER              PIC X(01).
           05 DN-DATA-NEGOCIO     PIC 9(08).
           05 FILLER              PIC X(70).

       WORKING-STORAGE SECTION.
       77  WS-CELSIUS      PIC S9(05)V9(02)  VALUE ZEROS.
       77  WS-CTL-PULADOS    PIC 9(09) COMP VALUE ZEROS.
       77  WS-DATA-SISTEMA PIC 9(08)   VALUE ZEROS.
       77  WS-HORA-SISTEMA PIC 9(08)   VALUE ZEROS.
       77  WS-STATUS-DATANEG PIC X(02) VALUE SPACES.
       77  WS-DATA-NEGOCIO PIC 9(08)   VALUE ZEROS.
       77  WS-COM-DATA-NEG PIC X(01)   VALUE "N".
           88 WS-COM-DATA-NEGOCIO      VALUE "S".
       77  WS-ARQ-SENSFEED PIC X(40)   VALUE "SENSFEED".
       77  WS-STATUS-SENSMANI PIC X(02) VALUE SPACES.
       77  WS-STATUS-SENSQUAR PIC X(02) VALUE SPACES.
       77  WS-FIM-MANIFESTO PIC X(01)  VALUE "N".
           88 WS-FIM-DO-MANIFESTO      VALUE "S".
       77  WS-CTL-GRAVADO  PIC X(01)   VALUE "N".
           88 WS-CONTROLE-GRAVADO      VALUE "S".
       77  WS-MAN-ORDEM    PIC 9(05) COMP VALUE ZEROS.
       77  WS-CKPT-ORDEM   PIC 9(05) COMP VALUE ZEROS.
       77  WS-MAN-LOTES-OK PIC 9(05) COMP VALUE ZEROS.
       77  WS-MAN-QUARENTENA PIC 9(05) COMP VALUE ZEROS.
       77  WS-MAN-REJEITADOS PIC 9(09) COMP VALUE ZEROS.
       77  WS-MOTIVO-LOTE  PIC X(40)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF

           PERFORM 1000-LER-PARAMETROS THRU 1000-LER-PARAMETROS-EXIT
           PERFORM 1100-LER-DATA-NEGOCIO THRU
                   1100-LER-DATA-NEGOCIO-EXIT

           IF NOT WS-EXECUCAO-CANCELADA
               IF NOT WS-COM-PARMRUN
               END-EVALUATE
           END-IF

           IF NOT WS-CONTROLE-GRAVADO
               PERFORM 8000-GRAVAR-CONTROLE THRU
                       8000-GRAVAR-CONTROLE-EXIT
           END-IF

           IF WS-EXECUCAO-CANCELADA
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-CTL-REJEITADOS > 0
                       OR WS-MAN-REJEITADOS > 0
                       OR WS-MAN-QUARENTENA > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
       1000-LER-PARAMETROS-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LER-DATA-NEGOCIO - le o arquivo DATANEG gravado pelo
      * fechamento noturno. Marcado "A", a data de negocio informada
      * substitui a data do sistema nas gravacoes desta execucao;
      * ausente ou liberado ("D"), vale a data do sistema.
      ******************************************************************
       1100-LER-DATA-NEGOCIO.
           OPEN INPUT DATANEG-ARQ
           IF WS-STATUS-DATANEG = "35"
               GO TO 1100-LER-DATA-NEGOCIO-EXIT
           END-IF

           READ DATANEG-ARQ
               AT END
                   CLOSE DATANEG-ARQ
                   GO TO 1100-LER-DATA-NEGOCIO-EXIT
           END-READ
           CLOSE DATANEG-ARQ

           IF DN-ATIVA AND DN-DATA-NEGOCIO NUMERIC
                   AND DN-DATA-NEGOCIO > 0
               MOVE DN-DATA-NEGOCIO TO WS-DATA-NEGOCIO
               SET WS-COM-DATA-NEGOCIO TO TRUE
               DISPLAY "DATA DE NEGOCIO DO FECHAMENTO: "
                   WS-DATA-NEGOCIO
           END-IF
           .
       1100-LER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 2000-INTERATIVO - conversao unica via ACCEPT no terminal.
      ******************************************************************
      * automaticamente, sem necessidade de digitacao manual.
      ******************************************************************
       4000-SENSOR.
           OPEN INPUT SENSCAD-ARQ
           IF WS-STATUS-SENSCAD NOT = "00"
               DISPLAY "CADASTRO SENSCAD INDISPONIVEL (STATUS "
               SET WS-EXECUCAO-CANCELADA TO TRUE
               GO TO 4000-SENSOR-EXIT
           END-IF

           OPEN INPUT SENSMANI-ARQ
           IF WS-STATUS-SENSMANI = "35"
               PERFORM 4050-SENSOR-UNICO THRU 4050-SENSOR-UNICO-EXIT
           ELSE
               PERFORM 4060-SENSOR-MANIFESTO THRU
                       4060-SENSOR-MANIFESTO-EXIT
               CLOSE SENSMANI-ARQ
           END-IF

           CLOSE SENSCAD-ARQ
           .
       4000-SENSOR-EXIT.
           EXIT.

      ******************************************************************
      * 4050-SENSOR-UNICO - processamento do arquivo unico SENSFEED
      * quando nao ha manifesto de lotes: lote recusado na
      * conferencia cancela a execucao (codigo de retorno 16).
      ******************************************************************
       4050-SENSOR-UNICO.
           PERFORM 4300-RESTAURAR-CKPT-SENSOR THRU
                   4300-RESTAURAR-CKPT-SENSOR-EXIT
           OPEN INPUT SENSFEED-ARQ
           IF WS-STATUS-SENSFEED = "35"
               DISPLAY "ARQUIVO SENSFEED NAO ENCONTRADO - "
                   "PROCESSAMENTO CANCELADO"
               SET WS-EXECUCAO-CANCELADA TO TRUE
               GO TO 4050-SENSOR-UNICO-EXIT
           END-IF
           PERFORM 4800-CONFERIR-LOTE THRU 4800-CONFERIR-LOTE-EXIT
           IF NOT WS-LOTE-APROVADO
               SET WS-EXECUCAO-CANCELADA TO TRUE
               GO TO 4050-SENSOR-UNICO-EXIT
           END-IF
           PERFORM 4070-PROCESSAR-LOTE THRU 4070-PROCESSAR-LOTE-EXIT
           PERFORM 4700-RELATAR-LACUNAS THRU
                   4700-RELATAR-LACUNAS-EXIT
           PERFORM 4310-LIMPAR-CKPT-SENSOR THRU
                   4310-LIMPAR-CKPT-SENSOR-EXIT
           PERFORM 4900-GRAVAR-ACK THRU 4900-GRAVAR-ACK-EXIT
           .
       4050-SENSOR-UNICO-EXIT.
           EXIT.

      ******************************************************************
      * 4060-SENSOR-MANIFESTO - processamento dos lotes relacionados
      * no manifesto SENSMANI, cada um isolado dos demais: um lote
      * recusado ou ausente vai para a quarentena e o proximo lote
      * segue normalmente. No reinicio por checkpoint, os lotes ja
      * concluidos sao saltados e o lote interrompido retoma do
      * ultimo registro concluido.
      ******************************************************************
       4060-SENSOR-MANIFESTO.
           PERFORM 4300-RESTAURAR-CKPT-SENSOR THRU
                   4300-RESTAURAR-CKPT-SENSOR-EXIT
           MOVE ZEROS TO WS-MAN-ORDEM

           PERFORM 4160-LER-MANIFESTO THRU 4160-LER-MANIFESTO-EXIT
           IF WS-FIM-DO-MANIFESTO
               DISPLAY "MANIFESTO SENSMANI VAZIO - PROCESSAMENTO "
                   "CANCELADO"
               SET WS-EXECUCAO-CANCELADA TO TRUE
               GO TO 4060-SENSOR-MANIFESTO-EXIT
           END-IF

           PERFORM 4170-PROC-MANIFESTO THRU 4170-PROC-MANIFESTO-EXIT
               UNTIL WS-FIM-DO-MANIFESTO

           PERFORM 4700-RELATAR-LACUNAS THRU
                   4700-RELATAR-LACUNAS-EXIT
           PERFORM 4310-LIMPAR-CKPT-SENSOR THRU
                   4310-LIMPAR-CKPT-SENSOR-EXIT

           DISPLAY "MANIFESTO SENSMANI - LOTES PROCESSADOS: "
               WS-MAN-LOTES-OK " EM QUARENTENA: " WS-MAN-QUARENTENA
           .
       4060-SENSOR-MANIFESTO-EXIT.
           EXIT.

      ******************************************************************
      * 4070-PROCESSAR-LOTE - converte as leituras de um lote ja
      * aprovado na conferencia de cabecalho e fecho.
      ******************************************************************
       4070-PROCESSAR-LOTE.
           OPEN EXTEND ALERTAS-ARQ
           IF WS-STATUS-ALERTAS = "35"
               OPEN OUTPUT ALERTAS-ARQ
           END-IF
           MOVE "N" TO WS-FIM-SENSFEED
           PERFORM 4100-LER-SENSFEED THRU 4100-LER-SENSFEED-EXIT
           PERFORM 4200-PROC-SENSOR THRU 4200-PROC-SENSOR-EXIT
               UNTIL WS-FIM-DO-SENSFEED
           CLOSE SENSFEED-ARQ
           CLOSE ALERTAS-ARQ
           .
       4070-PROCESSAR-LOTE-EXIT.
           EXIT.

       4100-LER-SENSFEED.
       4100-LER-SENSFEED-EXIT.
           EXIT.

      ******************************************************************
      * 4160-LER-MANIFESTO - le a proxima linha do manifesto.
      ******************************************************************
       4160-LER-MANIFESTO.
           READ SENSMANI-ARQ
               AT END
                   SET WS-FIM-DO-MANIFESTO TO TRUE
           END-READ
           .
       4160-LER-MANIFESTO-EXIT.
           EXIT.

      ******************************************************************
      * 4170-PROC-MANIFESTO - trata um lote do manifesto: zera os
      * totais do lote, salta o lote ja concluido em execucao
      * anterior (checkpoint), processa o lote e avanca o checkpoint
      * para o lote seguinte.
      ******************************************************************
       4170-PROC-MANIFESTO.
           IF SM-ARQUIVO = SPACES OR SM-ARQUIVO (1:1) = "*"
               PERFORM 4160-LER-MANIFESTO THRU
                       4160-LER-MANIFESTO-EXIT
               GO TO 4170-PROC-MANIFESTO-EXIT
           END-IF

           ADD 1 TO WS-MAN-ORDEM
           IF WS-MAN-ORDEM < WS-CKPT-ORDEM
               DISPLAY "LOTE " WS-MAN-ORDEM " (" SM-ARQUIVO
                   ") JA CONCLUIDO - SALTADO NO REINICIO"
               PERFORM 4160-LER-MANIFESTO THRU
                       4160-LER-MANIFESTO-EXIT
               GO TO 4170-PROC-MANIFESTO-EXIT
           END-IF
           IF WS-MAN-ORDEM > WS-CKPT-ORDEM
               MOVE ZEROS TO WS-QTD-PULAR
           END-IF

           MOVE SM-ARQUIVO TO WS-ARQ-SENSFEED
           MOVE ZEROS  TO WS-QTD-REGISTROS
           MOVE ZEROS  TO WS-CTL-LIDOS
           MOVE ZEROS  TO WS-CTL-CONVERTIDOS
           MOVE ZEROS  TO WS-CTL-REJEITADOS
           MOVE ZEROS  TO WS-CTL-PULADOS
           MOVE ZEROS  TO WS-CTL-DUPLICADAS
           MOVE ZEROS  TO WS-LOTE-NUMERO
           MOVE SPACES TO WS-LOTE-GATEWAY
           MOVE SPACES TO WS-MOTIVO-LOTE

           DISPLAY "===== LOTE " WS-MAN-ORDEM " DO MANIFESTO - "
               WS-ARQ-SENSFEED
           PERFORM 4180-PROC-LOTE-MANIFESTO THRU
                   4180-PROC-LOTE-MANIFESTO-EXIT
           PERFORM 4330-AVANCAR-CKPT-SENSOR THRU
                   4330-AVANCAR-CKPT-SENSOR-EXIT

           PERFORM 4160-LER-MANIFESTO THRU 4160-LER-MANIFESTO-EXIT
           .
       4170-PROC-MANIFESTO-EXIT.
           EXIT.

      ******************************************************************
      * 4180-PROC-LOTE-MANIFESTO - confere e processa um lote do
      * manifesto. Arquivo ausente ou lote recusado na conferencia
      * vai para a quarentena; lote aprovado grava o seu proprio
      * SENSACK e os seus proprios totais de controle no CTRLRUN.
      ******************************************************************
       4180-PROC-LOTE-MANIFESTO.
           OPEN INPUT SENSFEED-ARQ
           IF WS-STATUS-SENSFEED NOT = "00"
               DISPLAY "ARQUIVO DO LOTE " WS-ARQ-SENSFEED
                   " INDISPONIVEL (STATUS " WS-STATUS-SENSFEED ")"
               MOVE "ARQUIVO DO LOTE AUSENTE OU INDISPONIVEL"
                   TO WS-MOTIVO-LOTE
               PERFORM 4950-GRAVAR-QUARENTENA THRU
                       4950-GRAVAR-QUARENTENA-EXIT
               GO TO 4180-PROC-LOTE-MANIFESTO-EXIT
           END-IF

           PERFORM 4800-CONFERIR-LOTE THRU 4800-CONFERIR-LOTE-EXIT
           IF NOT WS-LOTE-APROVADO
               PERFORM 4950-GRAVAR-QUARENTENA THRU
                       4950-GRAVAR-QUARENTENA-EXIT
               GO TO 4180-PROC-LOTE-MANIFESTO-EXIT
           END-IF

           PERFORM 4070-PROCESSAR-LOTE THRU 4070-PROCESSAR-LOTE-EXIT
           PERFORM 4900-GRAVAR-ACK THRU 4900-GRAVAR-ACK-EXIT
           PERFORM 8000-GRAVAR-CONTROLE THRU
                   8000-GRAVAR-CONTROLE-EXIT
           SET WS-CONTROLE-GRAVADO TO TRUE
           ADD WS-CTL-REJEITADOS TO WS-MAN-REJEITADOS
           ADD 1 TO WS-MAN-LOTES-OK
           .
       4180-PROC-LOTE-MANIFESTO-EXIT.
           EXIT.

       4200-PROC-SENSOR.
           IF SENSFEED-REG (1:2) = "H;"
                   OR SENSFEED-REG (1:2) = "T;"
       4300-RESTAURAR-CKPT-SENSOR.
           MOVE ZEROS TO WS-QTD-PULAR
           MOVE ZEROS TO WS-QTD-REGISTROS
           MOVE ZEROS TO WS-CKPT-ORDEM

           IF NOT WS-REINICIO-PERMITIDO
               DISPLAY "REINICIO POR CHECKPOINT DESABILITADO NO "
               END-READ
               IF WS-STATUS-CHKPTSEN = "00"
                   MOVE CKS-QTD-PROCESSADOS TO WS-QTD-PULAR
                   IF CKS-LOTE-ORDEM NUMERIC
                       MOVE CKS-LOTE-ORDEM TO WS-CKPT-ORDEM
                   END-IF
                   IF WS-CKPT-ORDEM > 0
                       DISPLAY "REINICIANDO NO LOTE " WS-CKPT-ORDEM
                           " DO MANIFESTO"
                   END-IF
                   IF WS-QTD-PULAR > 0
                       DISPLAY "REINICIANDO SENSOR APOS O REGISTRO "
                           WS-QTD-PULAR
           OPEN OUTPUT CHKPTSEN-ARQ
           MOVE SPACES TO CHKPTSEN-REG
           MOVE ZEROS  TO CKS-QTD-PROCESSADOS
           MOVE ZEROS  TO CKS-LOTE-ORDEM
           WRITE CHKPTSEN-REG
           CLOSE CHKPTSEN-ARQ
           .
               OPEN OUTPUT CHKPTSEN-ARQ
               MOVE SPACES           TO CHKPTSEN-REG
               MOVE WS-QTD-REGISTROS TO CKS-QTD-PROCESSADOS
               MOVE WS-MAN-ORDEM     TO CKS-LOTE-ORDEM
               WRITE CHKPTSEN-REG
               CLOSE CHKPTSEN-ARQ
           END-IF
       4320-GRAVAR-CKPT-SENSOR-EXIT.
           EXIT.

      ******************************************************************
      * 4330-AVANCAR-CKPT-SENSOR - ao concluir um lote do manifesto
      * (ou coloca-lo em quarentena), aponta o checkpoint para o
      * inicio do lote seguinte.
      ******************************************************************
       4330-AVANCAR-CKPT-SENSOR.
           OPEN OUTPUT CHKPTSEN-ARQ
           MOVE SPACES TO CHKPTSEN-REG
           MOVE ZEROS  TO CKS-QTD-PROCESSADOS
           COMPUTE CKS-LOTE-ORDEM = WS-MAN-ORDEM + 1
           WRITE CHKPTSEN-REG
           CLOSE CHKPTSEN-ARQ
           MOVE ZEROS TO WS-QTD-PULAR
           .
       4330-AVANCAR-CKPT-SENSOR-EXIT.
           EXIT.

      ******************************************************************
      * 4400-VALIDAR-SENSOR - confere a leitura corrente contra o
      * cadastro de sensores: o sensor precisa existir em SENSCAD,
                   4850-LER-CONFERENCIA-EXIT
           IF WS-FIM-DA-CONFERENCIA
               DISPLAY "SENSFEED VAZIO - LOTE RECUSADO"
               MOVE "LOTE VAZIO" TO WS-MOTIVO-LOTE
               CLOSE SENSFEED-ARQ
               GO TO 4800-CONFERIR-LOTE-EXIT
           END-IF
           IF SFH-TIPO NOT = "H;"
               DISPLAY "SENSFEED SEM CABECALHO DE LOTE - LOTE "
                   "RECUSADO"
               MOVE "LOTE SEM CABECALHO" TO WS-MOTIVO-LOTE
               CLOSE SENSFEED-ARQ
               GO TO 4800-CONFERIR-LOTE-EXIT
           END-IF
           IF NOT WS-COM-FECHO
               DISPLAY "SENSFEED SEM FECHO DE LOTE (TRANSMISSAO "
                   "TRUNCADA?) - LOTE RECUSADO"
               MOVE "LOTE SEM FECHO (TRANSMISSAO TRUNCADA)"
                   TO WS-MOTIVO-LOTE
               GO TO 4800-CONFERIR-LOTE-EXIT
           END-IF

           IF SFT-QTD NOT = WS-CONF-QTD
                   OR WS-HASH-FECHO NOT = WS-CONF-HASH
               DISPLAY "FECHO DO LOTE NAO CONFERE - LOTE RECUSADO"
               MOVE "FECHO DO LOTE NAO CONFERE (QTD/SOMATORIO)"
                   TO WS-MOTIVO-LOTE
               DISPLAY "  DETALHES CONTADOS..: " WS-CONF-QTD
                   " NO FECHO: " SFT-QTD
               DISPLAY "  SOMATORIO APURADO..: " WS-CONF-HASH
               OPEN OUTPUT SENSACK-ARQ
           END-IF

           PERFORM 6900-OBTER-DATA-HORA THRU
                   6900-OBTER-DATA-HORA-EXIT

           MOVE SPACES             TO SENSACK-REG
           MOVE WS-DATA-SISTEMA    TO SA-DATA
       4900-GRAVAR-ACK-EXIT.
           EXIT.

      ******************************************************************
      * 4950-GRAVAR-QUARENTENA - registra em SENSQUAR o lote do
      * manifesto recusado ou ausente, com o arquivo, o gateway, o
      * numero do lote (quando o cabecalho foi lido) e o motivo.
      ******************************************************************
       4950-GRAVAR-QUARENTENA.
           OPEN EXTEND SENSQUAR-ARQ
           IF WS-STATUS-SENSQUAR = "35"
               OPEN OUTPUT SENSQUAR-ARQ
           END-IF

           PERFORM 6900-OBTER-DATA-HORA THRU
                   6900-OBTER-DATA-HORA-EXIT

           MOVE SPACES          TO SENSQUAR-REG
           MOVE WS-DATA-SISTEMA TO SQ-DATA
           MOVE WS-HORA-SISTEMA TO SQ-HORA
           MOVE WS-ARQ-SENSFEED TO SQ-ARQUIVO
           MOVE WS-LOTE-GATEWAY TO SQ-GATEWAY
           MOVE WS-LOTE-NUMERO  TO SQ-LOTE
           MOVE WS-MOTIVO-LOTE  TO SQ-MOTIVO

           WRITE SENSQUAR-REG
           CLOSE SENSQUAR-ARQ

           ADD 1 TO WS-MAN-QUARENTENA
           DISPLAY "LOTE " WS-ARQ-SENSFEED " EM QUARENTENA - "
               WS-MOTIVO-LOTE
           MOVE ZEROS  TO WS-LOTE-NUMERO
           MOVE SPACES TO WS-LOTE-GATEWAY
           .
       4950-GRAVAR-QUARENTENA-EXIT.
           EXIT.

      ******************************************************************
      * 4500-VERIFICAR-ALERTA - apos a conversao, compara a leitura
      * do sensor com a faixa de alarme cadastrada no SENSCAD (na
      * TL-SEQ ate a chave ficar livre.
      ******************************************************************
       6000-GRAVAR-LOG.
           PERFORM 6900-OBTER-DATA-HORA THRU
                   6900-OBTER-DATA-HORA-EXIT

           MOVE SPACES             TO TEMPLOG-REG
           MOVE WS-DATA-SISTEMA    TO TL-DATA
       6100-TENTAR-GRAVAR-LOG-EXIT.
           EXIT.

      ******************************************************************
      * 6900-OBTER-DATA-HORA - obtem a data e a hora das gravacoes;
      * com data de negocio informada pelo fechamento noturno, a data
      * do sistema e substituida por ela.
      ******************************************************************
       6900-OBTER-DATA-HORA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           IF WS-COM-DATA-NEGOCIO
               MOVE WS-DATA-NEGOCIO TO WS-DATA-SISTEMA
           END-IF
           .
       6900-OBTER-DATA-HORA-EXIT.
           EXIT.

      ******************************************************************
      * 7000-GRAVAR-REJEITO - registra em TEMPRJ uma leitura fora da
      * faixa fisicamente valida, para revisao posterior, em vez de
      * seguir para a conversao.
      ******************************************************************
       7000-GRAVAR-REJEITO.
           PERFORM 6900-OBTER-DATA-HORA THRU
                   6900-OBTER-DATA-HORA-EXIT

           MOVE SPACES             TO TEMPRJ-REG
           MOVE WS-DATA-SISTEMA    TO TR-DATA
               OPEN OUTPUT CTRLRUN-ARQ
           END-IF

           PERFORM 6900-OBTER-DATA-HORA THRU
                   6900-OBTER-DATA-HORA-EXIT

           MOVE SPACES             TO CTRLRUN-REG
           MOVE WS-DATA-SISTEMA    TO CR-DATA
           MOVE WS-CTL-CONVERTIDOS TO CR-CONVERTIDOS
           MOVE WS-CTL-REJEITADOS  TO CR-REJEITADOS
           MOVE WS-CTL-PULADOS     TO CR-PULADOS
           MOVE WS-LOTE-NUMERO     TO CR-LOTE

           WRITE CTRLRUN-REG
           CLOSE CTRLRUN-ARQ
