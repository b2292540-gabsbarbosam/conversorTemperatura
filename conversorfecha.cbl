      *                 assistida via PARMRUN; os demais passos
      *                 assumem a data de hoje quando o ACCEPT do
      *                 agendador devolve branco.
      * 15/10/2026  CM  Data de negocio do fechamento: o arquivo
      *                 PARMFECH, ao lado do PARMRUN, pode informar a
      *                 data a fechar (branco ou ausente usa a data de
      *                 hoje), permitindo recuperar uma noite perdida
      *                 sem alterar o relogio. A data e validada
      *                 (numerica, data real e nao futura) e repassada
      *                 a todos os passos pelo arquivo DATANEG, marcado
      *                 "A" durante a cadeia e "D" ao final, para que
      *                 as execucoes avulsas dos passos mantenham o
      *                 comportamento de sempre. O jornal JORNFECH
      *                 passou a registrar a data de negocio fechada
      *                 por cada passo (JF-DATA-NEGOCIO) e o reinicio
      *                 passou a considerar essa data. Apos um
      *                 fechamento concluido o PARMFECH e esvaziado;
      *                 em caso de falha ele e mantido para que o
      *                 reinicio retome a mesma data. Cada evento
      *                 do jornal passou a partir de um registro em
      *                 branco, para que os separadores nunca sejam
      *                 gravados com lixo de memoria.
      * 15/10/2026  CM  Com o modo SENSOR gravando um registro de
      *                 controle por lote no CTRLRUN, o total de
      *                 registros lidos do passo 1 passou a somar
      *                 todos os registros da data de negocio gravados
      *                 a partir do inicio do passo, em vez de pegar
      *                 apenas o ultimo.
      * 15/10/2026  CM  Passagem de turno: o CONVERSOR-PASSAGEM-TURNO
      *                 entrou como passo 7, depois do arquivamento,
      *                 para que o relatorio RELPASSA esteja pronto na
      *                 chegada do turno da manha. Quando a cadeia
      *                 para num passo anterior, a passagem de turno e
      *                 emitida assim mesmo (e registrada no jornal),
      *                 sem alterar o passo e o codigo de retorno da
      *                 falha nem o ponto de reinicio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-FECHAMENTO-NOTURNO.
           SELECT CTRLRUN-ARQ ASSIGN TO "CTRLRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTRLRUN.
           SELECT PARMFECH-ARQ ASSIGN TO "PARMFECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARMFECH.
           SELECT DATANEG-ARQ ASSIGN TO "DATANEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATANEG.
       DATA DIVISION.
       FILE SECTION.
       FD  JORNFECH-ARQ.
           05 JF-REGISTROS        PIC 9(09).
           05 FILLER              PIC X(01).
           05 JF-SITUACAO         PIC X(08).
           05 FILLER              PIC X(01).
           05 JF-DATA-NEGOCIO     PIC 9(08).
           05 FILLER              PIC X(05).

       FD  TEMPLOCK-ARQ.
       01  TEMPLOCK-REG.
           05 CR-PULADOS          PIC 9(09).
           05 FILLER              PIC X(21).

       FD  PARMFECH-ARQ.
       01  PARMFECH-REG.
           05 PF-DATA-NEGOCIO     PIC X(08).
           05 FILLER              PIC X(72).

       FD  DATANEG-ARQ.
       01  DATANEG-REG.
           05 DN-SITUACAO         PIC X(01).
               88 DN-ATIVA                    VALUE "A".
               88 DN-LIVRE                    VALUE "D".
           05 FILLER              PIC X(01).
           05 DN-DATA-NEGOCIO     PIC 9(08).
           05 FILLER              PIC X(70).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-JORNFECH PIC X(02)      VALUE SPACES.
       77  WS-STATUS-TEMPLOCK PIC X(02)      VALUE SPACES.
       77  WS-STATUS-CTRLRUN  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-PARMFECH PIC X(02)      VALUE SPACES.
       77  WS-STATUS-DATANEG  PIC X(02)      VALUE SPACES.
       77  WS-FIM-JORNAL      PIC X(01)      VALUE "N".
           88 WS-FIM-DO-JORNAL               VALUE "S".
       77  WS-FIM-CTRLRUN     PIC X(01)      VALUE "N".
       77  WS-PASSO-FALHA     PIC 9(02) COMP VALUE ZEROS.
       77  WS-INICIO-DEF      PIC X(01)      VALUE "N".
           88 WS-INICIO-DEFINIDO             VALUE "S".
       77  WS-DATA-NEGOCIO    PIC 9(08)      VALUE ZEROS.
       77  WS-DATA-NEG-INF    PIC X(08)      VALUE SPACES.
       77  WS-DATA-JORNAL     PIC 9(08)      VALUE ZEROS.
       77  WS-DATANEG-MARCA   PIC X(01)      VALUE "D".
       77  WS-COM-PARMFECH    PIC X(01)      VALUE "N".
           88 WS-PARMFECH-PRESENTE           VALUE "S".
       77  WS-DATA-INVALIDA   PIC X(01)      VALUE "N".
           88 WS-DATA-NEG-INVALIDA           VALUE "S".
       77  WS-HORA-INI-PASSO  PIC 9(08)      VALUE ZEROS.
       77  WS-DN-ULTIMO-DIA   PIC 9(02)      VALUE ZEROS.
       77  WS-DN-RESTO        PIC 9(03) COMP VALUE ZEROS.
       77  WS-DN-QUOCIENTE    PIC 9(05) COMP VALUE ZEROS.
       77  WS-RC-FALHA        PIC 9(03)      VALUE ZEROS.
       77  WS-PASSO-FALHA-ORIG PIC 9(02) COMP VALUE ZEROS.
       77  WS-QTD-PASSOS      PIC 9(02) COMP VALUE 7.

      ******************************************************************
      * WS-DATA-NEG-PARTES - visao da data de negocio informada no
      * PARMFECH em ano, mes e dia, para a validacao de data real.
      ******************************************************************
       01  WS-DATA-NEG-PARTES.
           05 WS-DN-ANO           PIC 9(04).
           05 WS-DN-MES           PIC 9(02).
           05 WS-DN-DIA           PIC 9(02).
       01  WS-DATA-NEG-NUM REDEFINES WS-DATA-NEG-PARTES PIC 9(08).

      ******************************************************************
      * WS-CADEIA - os passos do fechamento noturno na ordem de
      * execucao. O arquivamento vem depois que todos os leitores do
      * TEMPLOG terminaram; a passagem de turno fecha a cadeia.
      ******************************************************************
       01  WS-CADEIA-NOMES.
           05 FILLER PIC X(30) VALUE "CONVERSOR-TEMPERATURA".
           05 FILLER PIC X(30) VALUE "CONVERSOR-EXTRATO-EXPORT".
           05 FILLER PIC X(30) VALUE "CONVERSOR-CONCILIA-TOTAIS".
           05 FILLER PIC X(30) VALUE "CONVERSOR-ARQUIVA-TEMPLOG".
           05 FILLER PIC X(30) VALUE "CONVERSOR-PASSAGEM-TURNO".
       01  WS-CADEIA REDEFINES WS-CADEIA-NOMES.
           05 WS-CADEIA-PROG OCCURS 7 TIMES PIC X(30).

      ******************************************************************
      * WS-PASSOS-OK - situacao de cada passo na data de negocio, lida
      * do jornal para que um reinicio retome do primeiro passo que
      * ainda nao terminou OK.
      ******************************************************************
       01  WS-PASSOS-OK.
           05 WS-PASSO-OK OCCURS 7 TIMES PIC X(01).
               88 WS-PASSO-CONCLUIDO          VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM 0100-LER-DATA-NEGOCIO THRU
                   0100-LER-DATA-NEGOCIO-EXIT
           IF WS-DATA-NEG-INVALIDA
               DISPLAY "PARMFECH COM DATA DE NEGOCIO INVALIDA ("
                   WS-DATA-NEG-INF ") - FECHAMENTO CANCELADO"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-FIM
           END-IF

           IF WS-DATA-NEGOCIO NOT = WS-DATA-HOJE
               DISPLAY "FECHAMENTO DA DATA DE NEGOCIO "
                   WS-DATA-NEGOCIO " (RECUPERACAO DE NOITE PERDIDA)"
           END-IF

           PERFORM 1000-APURAR-REINICIO THRU 1000-APURAR-REINICIO-EXIT

           IF WS-PASSO-INICIO > WS-QTD-PASSOS
               DISPLAY "FECHAMENTO DE " WS-DATA-NEGOCIO
                   " JA CONCLUIDO - NADA A EXECUTAR"
               PERFORM 0300-LIMPAR-PARMFECH THRU
                       0300-LIMPAR-PARMFECH-EXIT
               GO TO MAIN-FIM
           END-IF

                   WS-CADEIA-PROG (WS-PASSO-INICIO) ")"
           END-IF

           MOVE "A" TO WS-DATANEG-MARCA
           PERFORM 0200-GRAVAR-DATA-NEGOCIO THRU
                   0200-GRAVAR-DATA-NEGOCIO-EXIT

           PERFORM 2000-EXECUTAR-PASSO THRU 2000-EXECUTAR-PASSO-EXIT
               VARYING WS-PASSO FROM WS-PASSO-INICIO BY 1
               UNTIL WS-PASSO > WS-QTD-PASSOS
                  OR WS-CADEIA-FALHOU

           IF WS-CADEIA-FALHOU AND WS-PASSO-FALHA < WS-QTD-PASSOS
               PERFORM 2500-EMITIR-PASSAGEM THRU
                       2500-EMITIR-PASSAGEM-EXIT
           END-IF

           MOVE "D" TO WS-DATANEG-MARCA
           PERFORM 0200-GRAVAR-DATA-NEGOCIO THRU
                   0200-GRAVAR-DATA-NEGOCIO-EXIT

           IF WS-CADEIA-FALHOU
               DISPLAY "FECHAMENTO INTERROMPIDO NO PASSO "
                   WS-PASSO-FALHA " ("
                   "RETOMA DESTE PASSO"
               MOVE WS-RC-PASSO TO RETURN-CODE
           ELSE
               DISPLAY "FECHAMENTO NOTURNO DE " WS-DATA-NEGOCIO
                   " CONCLUIDO - PASSOS EXECUTADOS: "
                   WS-QTD-EXECUTADOS
               PERFORM 0300-LIMPAR-PARMFECH THRU
                       0300-LIMPAR-PARMFECH-EXIT
               MOVE 0 TO RETURN-CODE
           END-IF
           .
       MAIN-FIM.
           STOP RUN.

      ******************************************************************
      * 0100-LER-DATA-NEGOCIO - obtem a data de negocio a fechar no
      * arquivo PARMFECH. Arquivo ausente, vazio ou com a data em
      * branco fecha a data de hoje. A data informada precisa ser
      * numerica, uma data real e nao posterior a hoje; do contrario
      * o fechamento e cancelado antes de qualquer passo.
      ******************************************************************
       0100-LER-DATA-NEGOCIO.
           MOVE WS-DATA-HOJE TO WS-DATA-NEGOCIO

           OPEN INPUT PARMFECH-ARQ
           IF WS-STATUS-PARMFECH = "35"
               GO TO 0100-LER-DATA-NEGOCIO-EXIT
           END-IF

           SET WS-PARMFECH-PRESENTE TO TRUE
           READ PARMFECH-ARQ
               AT END
                   CLOSE PARMFECH-ARQ
                   GO TO 0100-LER-DATA-NEGOCIO-EXIT
           END-READ
           CLOSE PARMFECH-ARQ

           MOVE PF-DATA-NEGOCIO TO WS-DATA-NEG-INF
           IF WS-DATA-NEG-INF = SPACES
               GO TO 0100-LER-DATA-NEGOCIO-EXIT
           END-IF

           IF WS-DATA-NEG-INF NOT NUMERIC
               SET WS-DATA-NEG-INVALIDA TO TRUE
               GO TO 0100-LER-DATA-NEGOCIO-EXIT
           END-IF

           MOVE WS-DATA-NEG-INF TO WS-DATA-NEG-NUM
           PERFORM 0110-VALIDAR-DATA THRU 0110-VALIDAR-DATA-EXIT
           IF WS-DATA-NEG-INVALIDA
               GO TO 0100-LER-DATA-NEGOCIO-EXIT
           END-IF

           MOVE WS-DATA-NEG-NUM TO WS-DATA-NEGOCIO
           .
       0100-LER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 0110-VALIDAR-DATA - confere se a data de negocio informada e
      * uma data real (mes de 1 a 12, dia dentro do mes, fevereiro
      * conforme o ano bissexto) e se nao esta no futuro.
      ******************************************************************
       0110-VALIDAR-DATA.
           IF WS-DN-ANO < 1900
                   OR WS-DN-MES < 1 OR WS-DN-MES > 12
                   OR WS-DN-DIA < 1
               SET WS-DATA-NEG-INVALIDA TO TRUE
               GO TO 0110-VALIDAR-DATA-EXIT
           END-IF

           EVALUATE WS-DN-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DN-ULTIMO-DIA
               WHEN 2
                   MOVE 28 TO WS-DN-ULTIMO-DIA
                   DIVIDE WS-DN-ANO BY 4 GIVING WS-DN-QUOCIENTE
                       REMAINDER WS-DN-RESTO
                   IF WS-DN-RESTO = 0
                       MOVE 29 TO WS-DN-ULTIMO-DIA
                       DIVIDE WS-DN-ANO BY 100 GIVING WS-DN-QUOCIENTE
                           REMAINDER WS-DN-RESTO
                       IF WS-DN-RESTO = 0
                           MOVE 28 TO WS-DN-ULTIMO-DIA
                           DIVIDE WS-DN-ANO BY 400
                               GIVING WS-DN-QUOCIENTE
                               REMAINDER WS-DN-RESTO
                           IF WS-DN-RESTO = 0
                               MOVE 29 TO WS-DN-ULTIMO-DIA
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DN-ULTIMO-DIA
           END-EVALUATE

           IF WS-DN-DIA > WS-DN-ULTIMO-DIA
               SET WS-DATA-NEG-INVALIDA TO TRUE
               GO TO 0110-VALIDAR-DATA-EXIT
           END-IF

           IF WS-DATA-NEG-NUM > WS-DATA-HOJE
               SET WS-DATA-NEG-INVALIDA TO TRUE
           END-IF
           .
       0110-VALIDAR-DATA-EXIT.
           EXIT.

      ******************************************************************
      * 0200-GRAVAR-DATA-NEGOCIO - regrava o arquivo DATANEG com a
      * data de negocio do fechamento e a marca pedida pelo chamador:
      * "A" enquanto a cadeia esta em execucao (os passos usam a data
      * informada) e "D" ao final, quando os passos voltam a usar a
      * data de hoje nas execucoes avulsas.
      ******************************************************************
       0200-GRAVAR-DATA-NEGOCIO.
           OPEN OUTPUT DATANEG-ARQ
           MOVE SPACES           TO DATANEG-REG
           MOVE WS-DATANEG-MARCA TO DN-SITUACAO
           MOVE WS-DATA-NEGOCIO  TO DN-DATA-NEGOCIO
           WRITE DATANEG-REG
           CLOSE DATANEG-ARQ
           .
       0200-GRAVAR-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 0300-LIMPAR-PARMFECH - esvazia o PARMFECH depois de um
      * fechamento concluido, para que a noite seguinte volte a
      * fechar a data de hoje sem intervencao do operador.
      ******************************************************************
       0300-LIMPAR-PARMFECH.
           IF NOT WS-PARMFECH-PRESENTE
               GO TO 0300-LIMPAR-PARMFECH-EXIT
           END-IF

           OPEN OUTPUT PARMFECH-ARQ
           CLOSE PARMFECH-ARQ
           .
       0300-LIMPAR-PARMFECH-EXIT.
           EXIT.

      ******************************************************************
      * 1000-APURAR-REINICIO - le o jornal JORNFECH e marca os passos
      * que ja terminaram OK na data de negocio do fechamento; o
      * fechamento retoma do primeiro passo ainda nao concluido.
      ******************************************************************
       1000-APURAR-REINICIO.
           PERFORM 1100-ZERAR-PASSO THRU 1100-ZERAR-PASSO-EXIT
               VARYING WS-PASSO FROM 1 BY 1
               UNTIL WS-PASSO > WS-QTD-PASSOS

           OPEN INPUT JORNFECH-ARQ
           IF WS-STATUS-JORNFECH = "35"
       1000-APURAR-REINICIO-CALC.
           MOVE 1 TO WS-PASSO-INICIO
           PERFORM 1400-AVANCAR-INICIO THRU 1400-AVANCAR-INICIO-EXIT
               UNTIL WS-PASSO-INICIO > WS-QTD-PASSOS
                  OR WS-INICIO-DEFINIDO
           .
       1000-APURAR-REINICIO-EXIT.
           EXIT.

       1300-MARCAR-PASSO.
           IF JF-DATA-NEGOCIO NUMERIC AND JF-DATA-NEGOCIO > 0
               MOVE JF-DATA-NEGOCIO TO WS-DATA-JORNAL
           ELSE
               MOVE JF-DATA         TO WS-DATA-JORNAL
           END-IF

           IF WS-DATA-JORNAL = WS-DATA-NEGOCIO
                   AND JF-EVENTO-FIM
                   AND JF-PASSO >= 1 AND JF-PASSO <= WS-QTD-PASSOS
               IF JF-SITUACAO = "OK"
                   MOVE "S" TO WS-PASSO-OK (JF-PASSO)
               ELSE
           MOVE ZEROS TO WS-REG-PASSO
           PERFORM 5000-GRAVAR-JORNAL-INICIO THRU
                   5000-GRAVAR-JORNAL-INICIO-EXIT
           MOVE WS-HORA-SISTEMA TO WS-HORA-INI-PASSO

           MOVE 0 TO RETURN-CODE
           CALL WS-CADEIA-PROG (WS-PASSO)
       2000-EXECUTAR-PASSO-EXIT.
           EXIT.

      ******************************************************************
      * 2500-EMITIR-PASSAGEM - com a cadeia interrompida antes do
      * ultimo passo, executa assim mesmo a passagem de turno para
      * que o turno da manha encontre o relatorio com a falha. O
      * passo e o codigo de retorno da falha original sao
      * preservados para a mensagem final, o RC do orquestrador e o
      * reinicio, que continua retomando do passo que falhou.
      ******************************************************************
       2500-EMITIR-PASSAGEM.
           MOVE WS-RC-PASSO    TO WS-RC-FALHA
           MOVE WS-PASSO-FALHA TO WS-PASSO-FALHA-ORIG
           MOVE "N"            TO WS-FALHA

           MOVE WS-QTD-PASSOS  TO WS-PASSO
           PERFORM 2000-EXECUTAR-PASSO THRU 2000-EXECUTAR-PASSO-EXIT

           SET WS-CADEIA-FALHOU TO TRUE
           MOVE WS-RC-FALHA         TO WS-RC-PASSO
           MOVE WS-PASSO-FALHA-ORIG TO WS-PASSO-FALHA
           .
       2500-EMITIR-PASSAGEM-EXIT.
           EXIT.

      ******************************************************************
      * 5000-GRAVAR-JORNAL-INICIO - registra no jornal o inicio do
      * passo corrente.
      ******************************************************************
       5000-GRAVAR-JORNAL-INICIO.
           MOVE SPACES   TO JORNFECH-REG
           MOVE "INICIO" TO JF-EVENTO
           MOVE SPACES   TO JF-SITUACAO
           PERFORM 5900-GRAVAR-JORNAL THRU 5900-GRAVAR-JORNAL-EXIT
      * corrente com o codigo de retorno e a situacao OK/FALHA.
      ******************************************************************
       5100-GRAVAR-JORNAL-FIM.
           MOVE SPACES   TO JORNFECH-REG
           MOVE "FIM" TO JF-EVENTO
           IF WS-CADEIA-FALHOU
               MOVE "FALHA" TO JF-SITUACAO
           MOVE WS-CADEIA-PROG (WS-PASSO) TO JF-PROGRAMA
           MOVE WS-RC-PASSO               TO JF-RC
           MOVE WS-REG-PASSO              TO JF-REGISTROS
           MOVE WS-DATA-NEGOCIO           TO JF-DATA-NEGOCIO

           WRITE JORNFECH-REG
           CLOSE JORNFECH-ARQ
           EXIT.

      ******************************************************************
      * 6000-APURAR-REGISTROS - soma do CTRLRUN o total de registros
      * lidos pela execucao da conversao deste passo (registros da
      * data de negocio gravados a partir do inicio do passo, um por
      * lote no modo SENSOR com manifesto), para o jornal do passo 1.
      ******************************************************************
       6000-APURAR-REGISTROS.
           MOVE "N" TO WS-FIM-CTRLRUN
           EXIT.

       6200-GUARDAR-TOTAL.
           IF CR-DATA = WS-DATA-NEGOCIO
                   AND CR-HORA NOT < WS-HORA-INI-PASSO
               ADD CR-LIDOS TO WS-REG-PASSO
           END-IF
           PERFORM 6100-LER-CTRLRUN THRU 6100-LER-CTRLRUN-EXIT
           .
