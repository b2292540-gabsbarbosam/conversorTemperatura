      *                 O encerramento passou de STOP RUN para GOBACK
      *                 para permitir a execucao encadeada pelo
      *                 CONVERSOR-FECHAMENTO-NOTURNO.
      * 15/10/2026  CM  Executado pelo fechamento noturno com data de
      *                 negocio informada (arquivo DATANEG marcado
      *                 "A"), a data de corte passa a ser calculada a
      *                 partir da data de negocio. O arquivo ARQCTRL
      *                 guarda a ultima data ja arquivada; uma data
      *                 anterior a ela (recuperacao de noite perdida
      *                 depois de um arquivamento mais recente) e
      *                 recusada com codigo de retorno 4, sem tocar o
      *                 TEMPLOG, para que o detalhe ja movido para o
      *                 TEMPHIST nunca seja arquivado fora de ordem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-ARQUIVA-TEMPLOG.
           SELECT TEMPLOCK-ARQ ASSIGN TO "TEMPLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TEMPLOCK.
           SELECT ARQCTRL-ARQ ASSIGN TO "ARQCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARQCTRL.
           SELECT DATANEG-ARQ ASSIGN TO "DATANEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATANEG.
       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLOG-ARQ.
           05 TLK-PASSO           PIC X(30).
           05 FILLER              PIC X(48).

       FD  ARQCTRL-ARQ.
       01  ARQCTRL-REG.
           05 AC-DATA-ARQUIVADA   PIC 9(08).
           05 FILLER              PIC X(01).
           05 AC-DATA-CORTE       PIC 9(08).
           05 FILLER              PIC X(01).
           05 AC-QTD-ARQUIVADOS   PIC 9(09).
           05 FILLER              PIC X(53).

       FD  DATANEG-ARQ.
       01  DATANEG-REG.
           05 DN-SITUACAO         PIC X(01).
               88 DN-ATIVA                    VALUE "A".
           05 FILLER              PIC X(01).
           05 DN-DATA-NEGOCIO     PIC 9(08).
           05 FILLER              PIC X(70).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-TEMPLOG  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-TEMPHIST PIC X(02)      VALUE SPACES.
       77  WS-DATA-CORTE      PIC 9(08)      VALUE ZEROS.
       77  WS-QTD-ARQUIVADOS  PIC 9(09) COMP VALUE ZEROS.
       77  WS-STATUS-TEMPLOCK PIC X(02)      VALUE SPACES.
       77  WS-STATUS-ARQCTRL  PIC X(02)      VALUE SPACES.
       77  WS-ULTIMA-ARQUIVADA PIC 9(08)     VALUE ZEROS.
       77  WS-STATUS-DATANEG  PIC X(02)      VALUE SPACES.
       77  WS-DATA-NEGOCIO    PIC 9(08)      VALUE ZEROS.
       77  WS-COM-DATA-NEG    PIC X(01)      VALUE "N".
           88 WS-COM-DATA-NEGOCIO            VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CLOSE TEMPLOG-ARQ
           CLOSE TEMPHIST-ARQ

           PERFORM 4000-GRAVAR-ARQCTRL THRU 4000-GRAVAR-ARQCTRL-EXIT

           DISPLAY "===== ARQUIVAMENTO DO TEMPLOG - " WS-DATA-HOJE
               " ====="
           DISPLAY "DIAS DE RETENCAO...........: " WS-DIAS-RETENCAO
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - obtem a data de referencia (hoje ou a
      * data de negocio do fechamento noturno) e os dias de retencao
      * do ARQPARM (ou o padrao de 30 dias), calcula a data de corte
      * e abre os arquivos. TEMPLOG inexistente encerra o programa
      * sem erro.
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 1200-LER-DATA-NEGOCIO THRU
                   1200-LER-DATA-NEGOCIO-EXIT
           IF WS-COM-DATA-NEGOCIO
               MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE
           END-IF

           PERFORM 1500-VERIFICAR-TRAVA THRU 1500-VERIFICAR-TRAVA-EXIT
           IF WS-FIM-DO-TEMPLOG
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           PERFORM 1600-VERIFICAR-ARQCTRL THRU
                   1600-VERIFICAR-ARQCTRL-EXIT
           IF WS-FIM-DO-TEMPLOG
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN INPUT ARQPARM-ARQ
           IF WS-STATUS-ARQPARM = "00"
               READ ARQPARM-ARQ
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LER-DATA-NEGOCIO - le o arquivo DATANEG gravado pelo
      * fechamento noturno. Marcado "A", a data de negocio informada
      * substitui a data de hoje; ausente ou liberado ("D"), o
      * programa segue o comportamento de sempre.
      ******************************************************************
       1200-LER-DATA-NEGOCIO.
           OPEN INPUT DATANEG-ARQ
           IF WS-STATUS-DATANEG = "35"
               GO TO 1200-LER-DATA-NEGOCIO-EXIT
           END-IF

           READ DATANEG-ARQ
               AT END
                   CLOSE DATANEG-ARQ
                   GO TO 1200-LER-DATA-NEGOCIO-EXIT
           END-READ
           CLOSE DATANEG-ARQ

           IF DN-ATIVA AND DN-DATA-NEGOCIO NUMERIC
                   AND DN-DATA-NEGOCIO > 0
               MOVE DN-DATA-NEGOCIO TO WS-DATA-NEGOCIO
               SET WS-COM-DATA-NEGOCIO TO TRUE
           END-IF
           .
       1200-LER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 1500-VERIFICAR-TRAVA - confere a trava TEMPLOCK mantida pelo
      * orquestrador do fechamento noturno. Trava presente e marcada
       1500-VERIFICAR-TRAVA-EXIT.
           EXIT.

      ******************************************************************
      * 1600-VERIFICAR-ARQCTRL - confere a ultima data ja arquivada,
      * guardada no ARQCTRL. Uma data de referencia anterior a ela
      * significa que um arquivamento mais recente ja rodou: o
      * programa recusa a execucao com codigo de retorno 4 em vez de
      * arquivar fora de ordem. ARQCTRL ausente libera a execucao.
      ******************************************************************
       1600-VERIFICAR-ARQCTRL.
           OPEN INPUT ARQCTRL-ARQ
           IF WS-STATUS-ARQCTRL = "35"
               GO TO 1600-VERIFICAR-ARQCTRL-EXIT
           END-IF

           READ ARQCTRL-ARQ
               AT END
                   CONTINUE
           END-READ

           IF WS-STATUS-ARQCTRL = "00" AND AC-DATA-ARQUIVADA NUMERIC
               MOVE AC-DATA-ARQUIVADA TO WS-ULTIMA-ARQUIVADA
           END-IF
           CLOSE ARQCTRL-ARQ

           IF WS-DATA-HOJE < WS-ULTIMA-ARQUIVADA
               DISPLAY "DATA " WS-DATA-HOJE " ANTERIOR AO ULTIMO "
                   "ARQUIVAMENTO (" WS-ULTIMA-ARQUIVADA
                   ") - ARQUIVAMENTO RECUSADO"
               SET WS-FIM-DO-TEMPLOG TO TRUE
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       1600-VERIFICAR-ARQCTRL-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LER-TEMPLOG - le o proximo registro do log em ordem de
      * chave; como a chave e ascendente por data, o primeiro
       3000-ARQUIVAR-REG-EXIT.
           EXIT.

      ******************************************************************
      * 4000-GRAVAR-ARQCTRL - regrava o ARQCTRL com a data de
      * referencia do arquivamento concluido, a data de corte usada
      * e a quantidade arquivada, para a conferencia das proximas
      * execucoes.
      ******************************************************************
       4000-GRAVAR-ARQCTRL.
           OPEN OUTPUT ARQCTRL-ARQ
           MOVE SPACES            TO ARQCTRL-REG
           MOVE WS-DATA-HOJE      TO AC-DATA-ARQUIVADA
           MOVE WS-DATA-CORTE     TO AC-DATA-CORTE
           MOVE WS-QTD-ARQUIVADOS TO AC-QTD-ARQUIVADOS
           WRITE ARQCTRL-REG
           CLOSE ARQCTRL-ARQ
           .
       4000-GRAVAR-ARQCTRL-EXIT.
           EXIT.

       END PROGRAM CONVERSOR-ARQUIVA-TEMPLOG.
