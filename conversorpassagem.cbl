      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: RELATORIO DE PASSAGEM DE TURNO DO FECHAMENTO NOTURNO
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 15/10/2026  CM  Programa criado para reunir numa unica folha,
      *                 para o turno da manha, tudo o que era
      *                 conferido arquivo a arquivo depois do
      *                 fechamento noturno de uma data de negocio: a
      *                 situacao e o codigo de retorno de cada passo
      *                 no jornal JORNFECH, os totais de entrada e
      *                 saida do CTRLRUN, o resultado da conciliacao
      *                 de totais, os lotes do gateway (SENSACK e
      *                 SENSQUAR), os alertas ainda abertos por
      *                 severidade com a idade do mais antigo, os
      *                 rejeitos pendentes do TEMPRJ alem do SLA, os
      *                 sensores silenciosos da data e as calibracoes
      *                 vencidas ou a vencer nos proximos 7 dias. A
      *                 primeira linha traz a situacao geral VERDE,
      *                 AMARELO ou VERMELHO com os motivos apurados.
      *                 Executado como ultimo passo do fechamento
      *                 noturno (data de negocio pelo DATANEG); avulso,
      *                 pergunta a data (branco usa a data de hoje). O
      *                 relatorio sai no arquivo de impressao RELPASSA.
      * 15/10/2026  CM  Leituras estornadas no TEMPLOG (situacao E)
      *                 deixam de contar na verificacao de sensores
      *                 silenciosos; a lista de calibracoes vencidas ou
      *                 a vencer passa a ter o mesmo limite de linhas
      *                 das demais listas, com a linha final E MAIS n.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-PASSAGEM-TURNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNFECH-ARQ ASSIGN TO "JORNFECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNFECH.
           SELECT CTRLRUN-ARQ ASSIGN TO "CTRLRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTRLRUN.
           SELECT SENSACK-ARQ ASSIGN TO "SENSACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SENSACK.
           SELECT SENSQUAR-ARQ ASSIGN TO "SENSQUAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SENSQUAR.
           SELECT ALERTAS-ARQ ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALERTAS.
           SELECT TEMPRJ-ARQ ASSIGN TO "TEMPRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TEMPRJ.
           SELECT SLAPARM-ARQ ASSIGN TO "SLAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SLAPARM.
           SELECT SENSCAD-ARQ ASSIGN TO "SENSCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SENSOR-ID
               FILE STATUS IS WS-STATUS-SENSCAD.
           SELECT TEMPLOG-ARQ ASSIGN TO "TEMPLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-CHAVE
               FILE STATUS IS WS-STATUS-TEMPLOG.
           SELECT DATANEG-ARQ ASSIGN TO "DATANEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATANEG.
           SELECT RELPASSA-ARQ ASSIGN TO "RELPASSA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELPASSA.
       DATA DIVISION.
       FILE SECTION.
       FD  JORNFECH-ARQ.
       01  JORNFECH-REG.
           05 JF-DATA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 JF-HORA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 JF-PASSO            PIC 9(02).
           05 FILLER              PIC X(01).
           05 JF-PROGRAMA         PIC X(30).
           05 FILLER              PIC X(01).
           05 JF-EVENTO           PIC X(07).
               88 JF-EVENTO-INICIO            VALUE "INICIO".
               88 JF-EVENTO-FIM               VALUE "FIM".
           05 FILLER              PIC X(01).
           05 JF-RC               PIC 9(03).
           05 FILLER              PIC X(01).
           05 JF-REGISTROS        PIC 9(09).
           05 FILLER              PIC X(01).
           05 JF-SITUACAO         PIC X(08).
           05 FILLER              PIC X(01).
           05 JF-DATA-NEGOCIO     PIC 9(08).
           05 FILLER              PIC X(05).

       FD  CTRLRUN-ARQ.
       01  CTRLRUN-REG.
           05 CR-DATA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 CR-HORA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 CR-MODO             PIC X(01).
           05 FILLER              PIC X(01).
           05 CR-LIDOS            PIC 9(09).
           05 FILLER              PIC X(01).
           05 CR-CONVERTIDOS      PIC 9(09).
           05 FILLER              PIC X(01).
           05 CR-REJEITADOS       PIC 9(09).
           05 FILLER              PIC X(01).
           05 CR-PULADOS          PIC 9(09).
           05 FILLER              PIC X(21).

       FD  SENSACK-ARQ.
       01  SENSACK-REG.
           05 SA-DATA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 SA-HORA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 SA-GATEWAY          PIC X(08).
           05 FILLER              PIC X(01).
           05 SA-LOTE             PIC 9(06).
           05 FILLER              PIC X(01).
           05 SA-ACEITAS          PIC 9(09).
           05 FILLER              PIC X(01).
           05 SA-REJEITADAS       PIC 9(09).
           05 FILLER              PIC X(01).
           05 SA-DUPLICADAS       PIC 9(09).
           05 FILLER              PIC X(17).

       FD  SENSQUAR-ARQ.
       01  SENSQUAR-REG.
           05 SQ-DATA             PIC 9(08).
           05 FILLER              PIC X(107).

       FD  ALERTAS-ARQ.
       01  ALERTAS-REG.
           05 AL-DATA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 AL-HORA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 AL-SENSOR-ID        PIC X(06).
           05 FILLER              PIC X(25).
           05 AL-SEVERIDADE       PIC X(08).
           05 FILLER              PIC X(01).
           05 AL-SITUACAO         PIC X(01).
               88 AL-ALERTA-ABERTO            VALUE "A".
               88 AL-ALERTA-RECONHECIDO       VALUE "R".
               88 AL-ALERTA-FECHADO           VALUE "F".
           05 FILLER              PIC X(01).
           05 AL-OBSERVACAO       PIC X(30).

       FD  TEMPRJ-ARQ.
       01  TEMPRJ-REG.
           05 TR-DATA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 TR-HORA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 TR-ORIGEM           PIC X(01).
           05 FILLER              PIC X(01).
           05 TR-ESCALA           PIC X(01).
           05 FILLER              PIC X(01).
           05 TR-TEMPER           PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 TR-MOTIVO           PIC X(40).
           05 FILLER              PIC X(01).
           05 TR-SITUACAO         PIC X(01).
               88 TR-REJ-PENDENTE             VALUE "P".
           05 FILLER              PIC X(01).
           05 TR-OBSERVACAO       PIC X(30).
           05 FILLER              PIC X(01).
           05 TR-ESC-DESTINO      PIC X(01).
           05 FILLER              PIC X(01).
           05 TR-SENSOR-ID        PIC X(06).

       FD  SLAPARM-ARQ.
       01  SLAPARM-REG.
           05 SL-DIAS-SLA         PIC 9(03).
           05 FILLER              PIC X(77).

       FD  SENSCAD-ARQ.
       01  SENSCAD-REG.
           05 SC-SENSOR-ID        PIC X(06).
           05 SC-LOCAL            PIC X(30).
           05 SC-ESCALA           PIC X(01).
           05 SC-SITUACAO         PIC X(01).
               88 SC-SENSOR-ATIVO             VALUE "A".
               88 SC-SENSOR-INATIVO           VALUE "I".
           05 SC-LIM-INFERIOR     PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
           05 SC-LIM-SUPERIOR     PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
           05 SC-LIM-ATIVO        PIC X(01).
               88 SC-LIMITES-ATIVOS           VALUE "S".
           05 SC-CALIB-OFFSET     PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
           05 SC-CALIB-DATA       PIC 9(08).
           05 SC-CALIB-PROXIMA    PIC 9(08).
           05 SC-AREA             PIC X(06).

       FD  TEMPLOG-ARQ.
       01  TEMPLOG-REG.
           05 TL-CHAVE.
               10 TL-DATA         PIC 9(08).
               10 FILLER          PIC X(01).
               10 TL-HORA         PIC 9(08).
               10 FILLER          PIC X(01).
               10 TL-SEQ          PIC 9(03).
           05 FILLER              PIC X(01).
           05 TL-ESCALA           PIC X(01).
           05 FILLER              PIC X(01).
           05 TL-TEMPER           PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 TL-RESULTADO        PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 TL-ESC-DESTINO      PIC X(01).
           05 FILLER              PIC X(01).
           05 TL-SENSOR-ID        PIC X(06).
           05 FILLER              PIC X(11).
           05 TL-SITUACAO         PIC X(01).
               88 TL-ESTORNADO                VALUE "E".
           05 FILLER              PIC X(20).

       FD  DATANEG-ARQ.
       01  DATANEG-REG.
           05 DN-SITUACAO         PIC X(01).
               88 DN-ATIVA                    VALUE "A".
           05 FILLER              PIC X(01).
           05 DN-DATA-NEGOCIO     PIC 9(08).
           05 FILLER              PIC X(70).

       FD  RELPASSA-ARQ.
       01  RELPASSA-REG           PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-JORNFECH PIC X(02)      VALUE SPACES.
       77  WS-STATUS-CTRLRUN  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-SENSACK  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-SENSQUAR PIC X(02)      VALUE SPACES.
       77  WS-STATUS-ALERTAS  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-TEMPRJ   PIC X(02)      VALUE SPACES.
       77  WS-STATUS-SLAPARM  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-SENSCAD  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-TEMPLOG  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-DATANEG  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-RELPASSA PIC X(02)      VALUE SPACES.
       77  WS-FIM-ARQUIVO     PIC X(01)      VALUE "N".
           88 WS-FIM-DO-ARQUIVO              VALUE "S".
       77  WS-DATA-INF        PIC X(08)      VALUE SPACES.
       77  WS-DATA-REL        PIC 9(08)      VALUE ZEROS.
       77  WS-DATA-HOJE       PIC 9(08)      VALUE ZEROS.
       77  WS-DATA-NEGOCIO    PIC 9(08)      VALUE ZEROS.
       77  WS-COM-DATA-NEG    PIC X(01)      VALUE "N".
           88 WS-COM-DATA-NEGOCIO            VALUE "S".
       77  WS-DATA-JORNAL     PIC 9(08)      VALUE ZEROS.
       77  WS-MIN-AGORA       PIC S9(11) COMP VALUE ZEROS.
       77  WS-MIN-EVENTO      PIC S9(11) COMP VALUE ZEROS.
       77  WS-IDADE-DIAS      PIC S9(05) COMP VALUE ZEROS.
       77  WS-IDADE-HORAS     PIC S9(07) COMP VALUE ZEROS.
       77  WS-DIAS-SLA        PIC 9(03) COMP VALUE 3.
       77  WS-DIAS-CALIB      PIC 9(03) COMP VALUE 7.
       77  WS-PAS-SUB         PIC 9(02) COMP VALUE ZEROS.
       77  WS-SEV-SUB         PIC 9(02) COMP VALUE ZEROS.
       77  WS-SEV-QTD         PIC 9(02) COMP VALUE ZEROS.
       77  WS-SEV-ACHOU       PIC X(01)      VALUE "N".
           88 WS-SEV-ENCONTRADA              VALUE "S".
       77  WS-SEN-SUB         PIC 9(03) COMP VALUE ZEROS.
       77  WS-SEN-QTD         PIC 9(03) COMP VALUE ZEROS.
       77  WS-SEN-ACHOU       PIC X(01)      VALUE "N".
           88 WS-SEN-ENCONTRADO              VALUE "S".
       77  WS-SENSOR-BUSCA    PIC X(06)      VALUE SPACES.
       77  WS-COM-SENSCAD     PIC X(01)      VALUE "N".
           88 WS-SENSCAD-CARREGADO           VALUE "S".
       77  WS-SLA-SUB         PIC 9(02) COMP VALUE ZEROS.
       77  WS-MOT-SUB         PIC 9(02) COMP VALUE ZEROS.
       77  WS-MOT-QTD         PIC 9(02) COMP VALUE ZEROS.
       77  WS-MOT-TEXTO-NOVO  PIC X(70)      VALUE SPACES.
       77  WS-MOT-NIVEL-NOVO  PIC 9(01)      VALUE ZEROS.
       77  WS-NIVEL-GERAL     PIC 9(01)      VALUE ZEROS.
           88 WS-GERAL-VERDE                 VALUE 0.
           88 WS-GERAL-AMARELO               VALUE 1.
           88 WS-GERAL-VERMELHO              VALUE 2.
       77  WS-LIMITE-LISTA    PIC 9(02) COMP VALUE 10.
       77  WS-QTD-LISTADOS    PIC 9(05) COMP VALUE ZEROS.
       77  WS-QTD-EXECUCOES   PIC 9(05) COMP VALUE ZEROS.
       77  WS-TOT-LIDOS       PIC 9(09) COMP VALUE ZEROS.
       77  WS-TOT-CONVERTIDOS PIC 9(09) COMP VALUE ZEROS.
       77  WS-TOT-REJEITADOS  PIC 9(09) COMP VALUE ZEROS.
       77  WS-TOT-PULADOS     PIC 9(09) COMP VALUE ZEROS.
       77  WS-QTD-LOTES       PIC 9(05) COMP VALUE ZEROS.
       77  WS-QTD-LOTES-REJ   PIC 9(05) COMP VALUE ZEROS.
       77  WS-QTD-QUARENTENA  PIC 9(05) COMP VALUE ZEROS.
       77  WS-TOT-ACEITAS     PIC 9(09) COMP VALUE ZEROS.
       77  WS-TOT-REJ-LOTE    PIC 9(09) COMP VALUE ZEROS.
       77  WS-TOT-DUPLICADAS  PIC 9(09) COMP VALUE ZEROS.
       77  WS-QTD-ABERTOS     PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-CRIT-NAO-REC PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-PENDENTES   PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-ALEM-SLA    PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-SILENCIOSOS PIC 9(05) COMP VALUE ZEROS.
       77  WS-QTD-CAL-VENCIDA PIC 9(05) COMP VALUE ZEROS.
       77  WS-QTD-CAL-A-VENCER PIC 9(05) COMP VALUE ZEROS.
       77  WS-CONCILIACAO     PIC X(01)      VALUE "N".
           88 WS-CONC-EQUILIBRADA            VALUE "E".
           88 WS-CONC-DIVERGENTE             VALUE "D".
           88 WS-CONC-NAO-APURADA            VALUE "N".
       77  WS-QTD-EDT         PIC ZZZZZZZZ9  VALUE ZEROS.
       77  WS-PASSO-EDT       PIC 9(01)      VALUE ZEROS.
       77  WS-RC-EDT          PIC 9(03)      VALUE ZEROS.
       77  WS-SLA-EDT         PIC ZZ9        VALUE ZEROS.
       77  WS-PAGINA          PIC 9(03) COMP VALUE ZEROS.
       77  WS-LINHA-CONT      PIC 9(02) COMP VALUE 99.
       77  WS-LINHAS-PAGINA   PIC 9(02) COMP VALUE 55.

      ******************************************************************
      * WS-HORA-PARTES - visao de uma hora HHMMSSCC em horas e
      * minutos, para apurar a idade dos alertas em minutos.
      ******************************************************************
       01  WS-HORA-PARTES.
           05 WS-HP-HH            PIC 9(02).
           05 WS-HP-MM            PIC 9(02).
           05 FILLER              PIC 9(04).
       01  WS-HORA-NUM REDEFINES WS-HORA-PARTES PIC 9(08).

      ******************************************************************
      * WS-CADEIA - os passos do fechamento noturno conferidos na
      * passagem de turno, na ordem de execucao, com o ultimo evento
      * de cada um no jornal JORNFECH para a data de negocio.
      ******************************************************************
       01  WS-CADEIA-NOMES.
           05 FILLER PIC X(30) VALUE "CONVERSOR-TEMPERATURA".
           05 FILLER PIC X(30) VALUE "CONVERSOR-RESUMO-DIARIO".
           05 FILLER PIC X(30) VALUE "CONVERSOR-PERFIL-HORARIO".
           05 FILLER PIC X(30) VALUE "CONVERSOR-EXTRATO-EXPORT".
           05 FILLER PIC X(30) VALUE "CONVERSOR-CONCILIA-TOTAIS".
           05 FILLER PIC X(30) VALUE "CONVERSOR-ARQUIVA-TEMPLOG".
       01  WS-CADEIA REDEFINES WS-CADEIA-NOMES.
           05 WS-CADEIA-PROG OCCURS 6 TIMES PIC X(30).

       01  WS-PASSOS.
           05 WS-PAS-ITEM OCCURS 6 TIMES.
               10 WS-PAS-EVENTO    PIC X(07).
                   88 WS-PAS-SEM-EVENTO         VALUE SPACES.
                   88 WS-PAS-INICIADO           VALUE "INICIO".
                   88 WS-PAS-TERMINADO          VALUE "FIM".
               10 WS-PAS-RC        PIC 9(03).
               10 WS-PAS-REG       PIC 9(09).
               10 WS-PAS-SITUACAO  PIC X(08).
                   88 WS-PAS-OK                 VALUE "OK".

      ******************************************************************
      * WS-SEVERIDADES - alertas abertos (nao fechados) por
      * severidade: total, quantos ainda sem reconhecimento e o
      * momento do mais antigo. CRITICA e ALERTA ocupam sempre as
      * duas primeiras posicoes; outras severidades entram na ordem
      * em que aparecem.
      ******************************************************************
       01  WS-SEVERIDADES.
           05 WS-SEV-ITEM OCCURS 20 TIMES.
               10 WS-SEV-NOME      PIC X(08).
               10 WS-SEV-ABERTOS   PIC 9(07)        COMP.
               10 WS-SEV-NAO-REC   PIC 9(07)        COMP.
               10 WS-SEV-MIN-ANT   PIC S9(11)       COMP.
               10 WS-SEV-DATA-ANT  PIC 9(08).
               10 WS-SEV-HORA-ANT  PIC 9(08).

      ******************************************************************
      * WS-SENSORES - sensores do SENSCAD com a marca de movimento na
      * data (log ou rejeito) para apurar os silenciosos, e a data
      * da proxima calibracao.
      ******************************************************************
       01  WS-SENSORES.
           05 WS-SEN-ITEM OCCURS 200 TIMES.
               10 WS-SEN-ID        PIC X(06).
               10 WS-SEN-LOCAL     PIC X(30).
               10 WS-SEN-SITUACAO  PIC X(01).
                   88 WS-SEN-ATIVO              VALUE "A".
               10 WS-SEN-MOVIMENTO PIC X(01).
                   88 WS-SEN-COM-MOVIMENTO      VALUE "S".
               10 WS-SEN-CAL-PROX  PIC 9(08).

      ******************************************************************
      * WS-ITENS-SLA - os primeiros rejeitos pendentes alem do SLA,
      * guardados na leitura do TEMPRJ para a listagem; a lista
      * completa fica no relatorio de envelhecimento (RELREJ).
      ******************************************************************
       01  WS-ITENS-SLA.
           05 WS-SLA-QTD          PIC 9(02)        COMP VALUE ZEROS.
           05 WS-SLA-ITEM OCCURS 10 TIMES.
               10 WS-SLA-DATA      PIC 9(08).
               10 WS-SLA-IDADE     PIC S9(05)       COMP.
               10 WS-SLA-ORIGEM    PIC X(01).
               10 WS-SLA-SENSOR    PIC X(06).
               10 WS-SLA-MOTIVO    PIC X(40).

      ******************************************************************
      * WS-MOTIVOS - motivos que levaram a situacao geral para
      * AMARELO (nivel 1) ou VERMELHO (nivel 2), impressos logo abaixo
      * da linha de situacao.
      ******************************************************************
       01  WS-MOTIVOS.
           05 WS-MOT-ITEM OCCURS 15 TIMES.
               10 WS-MOT-NIVEL     PIC 9(01).
               10 WS-MOT-TEXTO     PIC X(70).

       01  WS-LIN-CABEC1.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(45)  VALUE
               "CONVERSOR DE TEMPERATURA - PASSAGEM DE TURNO ".
           05 FILLER              PIC X(15)  VALUE "- FECHAMENTO DE".
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 CAB-DATA            PIC 9(08).
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(07)  VALUE "PAGINA ".
           05 CAB-PAGINA          PIC ZZ9.

       01  WS-LIN-ROTULO.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 ROT-TEXTO           PIC X(50).
           05 ROT-QTD             PIC ZZZZZZZZ9.

       01  WS-LIN-TEXTO.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 TXT-TEXTO           PIC X(90).

       01  WS-LIN-CAB-PASSO.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(07)  VALUE "PASSO  ".
           05 FILLER              PIC X(32)  VALUE "PROGRAMA".
           05 FILLER              PIC X(15)  VALUE "SITUACAO".
           05 FILLER              PIC X(05)  VALUE " RC  ".
           05 FILLER              PIC X(09)  VALUE "REGISTROS".

       01  WS-LIN-PASSO.
           05 FILLER              PIC X(06)  VALUE SPACES.
           05 PAS-PASSO           PIC 9(01).
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 PAS-PROGRAMA        PIC X(30).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 PAS-SITUACAO        PIC X(14).
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 PAS-RC              PIC X(03).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 PAS-REGISTROS       PIC ZZZZZZZZ9.

       01  WS-LIN-CAB-SEV.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(11)  VALUE "SEVERIDADE".
           05 FILLER              PIC X(07)  VALUE "ABERTOS".
           05 FILLER              PIC X(11)  VALUE "  NAO RECON".
           05 FILLER              PIC X(21)  VALUE
               "   MAIS ANTIGO       ".
           05 FILLER              PIC X(09)  VALUE "IDADE (H)".

       01  WS-LIN-SEV.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 SEV-NOME            PIC X(08).
           05 FILLER              PIC X(03)  VALUE SPACES.
           05 SEV-ABERTOS         PIC ZZZZZZ9.
           05 FILLER              PIC X(04)  VALUE SPACES.
           05 SEV-NAO-REC         PIC ZZZZZZ9.
           05 FILLER              PIC X(03)  VALUE SPACES.
           05 SEV-DATA            PIC X(08).
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 SEV-HORA            PIC X(05).
           05 FILLER              PIC X(04)  VALUE SPACES.
           05 SEV-IDADE           PIC ZZZZZZ9.

       01  WS-LIN-SLA.
           05 FILLER              PIC X(07)  VALUE SPACES.
           05 SLA-DATA            PIC 9(08).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 SLA-IDADE           PIC ZZZZ9.
           05 FILLER              PIC X(01)  VALUE "D".
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 SLA-ORIGEM          PIC X(01).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 SLA-SENSOR          PIC X(06).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 SLA-MOTIVO          PIC X(40).

       01  WS-LIN-SENSOR.
           05 FILLER              PIC X(07)  VALUE SPACES.
           05 SEN-SENSOR          PIC X(06).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 SEN-LOCAL           PIC X(30).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 SEN-CAL-PROX        PIC 9(08).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 SEN-OBSERVACAO      PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT

           PERFORM 2000-APURAR-JORNAL THRU 2000-APURAR-JORNAL-EXIT
           PERFORM 2500-APURAR-CTRLRUN THRU 2500-APURAR-CTRLRUN-EXIT
           PERFORM 3000-APURAR-LOTES THRU 3000-APURAR-LOTES-EXIT
           PERFORM 3500-APURAR-ALERTAS THRU 3500-APURAR-ALERTAS-EXIT
           PERFORM 4000-APURAR-REJEITOS THRU 4000-APURAR-REJEITOS-EXIT
           PERFORM 4500-APURAR-SENSORES THRU 4500-APURAR-SENSORES-EXIT
           PERFORM 5000-APURAR-SITUACAO THRU 5000-APURAR-SITUACAO-EXIT

           OPEN OUTPUT RELPASSA-ARQ
           IF WS-STATUS-RELPASSA NOT = "00"
               DISPLAY "RELPASSA NAO PODE SER ABERTO (STATUS "
                   WS-STATUS-RELPASSA ") - PASSAGEM NAO EMITIDA"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-FIM
           END-IF
           PERFORM 6000-IMPRIMIR-RELATORIO THRU
                   6000-IMPRIMIR-RELATORIO-EXIT
           CLOSE RELPASSA-ARQ

           MOVE SPACES TO TXT-TEXTO
           PERFORM 6950-MONTAR-SITUACAO THRU
                   6950-MONTAR-SITUACAO-EXIT
           DISPLAY "PASSAGEM DE TURNO DE " WS-DATA-REL
               " GRAVADA EM RELPASSA - " TXT-TEXTO
           MOVE 0 TO RETURN-CODE
           .
       MAIN-FIM.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - fixa o momento da emissao (as idades de
      * alertas, rejeitos e calibracoes sao contadas ate agora, pois
      * sao pendencias correntes) e obtem a data de negocio a
      * relatar: a do DATANEG no fechamento noturno ou, avulso, a
      * informada no console (branco ou invalida usa a de hoje).
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-NUM FROM TIME
           COMPUTE WS-MIN-AGORA =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) * 1440
               + WS-HP-HH * 60 + WS-HP-MM

           MOVE "CRITICA" TO WS-SEV-NOME (1)
           MOVE "ALERTA"  TO WS-SEV-NOME (2)
           MOVE 2         TO WS-SEV-QTD
           PERFORM 1100-ZERAR-SEVERIDADE THRU
                   1100-ZERAR-SEVERIDADE-EXIT
               VARYING WS-SEV-SUB FROM 1 BY 1
               UNTIL WS-SEV-SUB > WS-SEV-QTD

           PERFORM 1200-LER-DATA-NEGOCIO THRU
                   1200-LER-DATA-NEGOCIO-EXIT
           IF WS-COM-DATA-NEGOCIO
               MOVE WS-DATA-NEGOCIO TO WS-DATA-REL
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           DISPLAY "INFORME A DATA DO FECHAMENTO (AAAAMMDD) OU BRANCO "
               "P/ HOJE"
           ACCEPT WS-DATA-INF

           IF WS-DATA-INF = SPACES OR WS-DATA-INF NOT NUMERIC
               MOVE WS-DATA-HOJE TO WS-DATA-REL
           ELSE
               MOVE WS-DATA-INF TO WS-DATA-REL
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.

       1100-ZERAR-SEVERIDADE.
           MOVE ZEROS TO WS-SEV-ABERTOS  (WS-SEV-SUB)
           MOVE ZEROS TO WS-SEV-NAO-REC  (WS-SEV-SUB)
           MOVE ZEROS TO WS-SEV-MIN-ANT  (WS-SEV-SUB)
           MOVE ZEROS TO WS-SEV-DATA-ANT (WS-SEV-SUB)
           MOVE ZEROS TO WS-SEV-HORA-ANT (WS-SEV-SUB)
           .
       1100-ZERAR-SEVERIDADE-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LER-DATA-NEGOCIO - le o arquivo DATANEG gravado pelo
      * fechamento noturno. Marcado "A", a data de negocio informada
      * substitui a data do console; ausente ou liberado ("D"), o
      * programa pergunta a data.
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
      * 2000-APURAR-JORNAL - le o jornal JORNFECH e guarda, para cada
      * passo da cadeia, o ultimo evento registrado na data de
      * negocio (um reinicio que terminou OK substitui a falha
      * anterior). Passo sem evento nao foi executado; passo cujo
      * ultimo evento e o INICIO ficou em aberto. O resultado da
      * conciliacao vem do codigo de retorno do passo 5 (0 em
      * equilibrio, 8 fora de equilibrio).
      ******************************************************************
       2000-APURAR-JORNAL.
           PERFORM 2100-ZERAR-PASSO THRU 2100-ZERAR-PASSO-EXIT
               VARYING WS-PAS-SUB FROM 1 BY 1
               UNTIL WS-PAS-SUB > 6

           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT JORNFECH-ARQ
           IF WS-STATUS-JORNFECH NOT = "00"
               GO TO 2000-APURAR-JORNAL-CONC
           END-IF

           PERFORM 2200-LER-JORNAL THRU 2200-LER-JORNAL-EXIT
           PERFORM 2300-GUARDAR-EVENTO THRU 2300-GUARDAR-EVENTO-EXIT
               UNTIL WS-FIM-DO-ARQUIVO
           CLOSE JORNFECH-ARQ
           .
       2000-APURAR-JORNAL-CONC.
           IF WS-PAS-TERMINADO (5)
               EVALUATE WS-PAS-RC (5)
                   WHEN 0
                       SET WS-CONC-EQUILIBRADA TO TRUE
                   WHEN 8
                       SET WS-CONC-DIVERGENTE TO TRUE
                   WHEN OTHER
                       SET WS-CONC-NAO-APURADA TO TRUE
               END-EVALUATE
           END-IF
           .
       2000-APURAR-JORNAL-EXIT.
           EXIT.

       2100-ZERAR-PASSO.
           MOVE SPACES TO WS-PAS-EVENTO   (WS-PAS-SUB)
           MOVE ZEROS  TO WS-PAS-RC       (WS-PAS-SUB)
           MOVE ZEROS  TO WS-PAS-REG      (WS-PAS-SUB)
           MOVE SPACES TO WS-PAS-SITUACAO (WS-PAS-SUB)
           .
       2100-ZERAR-PASSO-EXIT.
           EXIT.

       2200-LER-JORNAL.
           READ JORNFECH-ARQ
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ
           .
       2200-LER-JORNAL-EXIT.
           EXIT.

       2300-GUARDAR-EVENTO.
           IF JF-DATA-NEGOCIO NUMERIC AND JF-DATA-NEGOCIO > 0
               MOVE JF-DATA-NEGOCIO TO WS-DATA-JORNAL
           ELSE
               MOVE JF-DATA         TO WS-DATA-JORNAL
           END-IF

           IF WS-DATA-JORNAL NOT = WS-DATA-REL
                   OR JF-PASSO NOT NUMERIC
                   OR JF-PASSO < 1 OR JF-PASSO > 6
               GO TO 2300-GUARDAR-EVENTO-FIM
           END-IF

           MOVE JF-PASSO    TO WS-PAS-SUB
           MOVE JF-EVENTO   TO WS-PAS-EVENTO   (WS-PAS-SUB)
           MOVE JF-SITUACAO TO WS-PAS-SITUACAO (WS-PAS-SUB)
           IF JF-RC NUMERIC
               MOVE JF-RC   TO WS-PAS-RC       (WS-PAS-SUB)
           ELSE
               MOVE ZEROS   TO WS-PAS-RC       (WS-PAS-SUB)
           END-IF
           IF JF-REGISTROS NUMERIC
               MOVE JF-REGISTROS TO WS-PAS-REG (WS-PAS-SUB)
           ELSE
               MOVE ZEROS        TO WS-PAS-REG (WS-PAS-SUB)
           END-IF
           .
       2300-GUARDAR-EVENTO-FIM.
           PERFORM 2200-LER-JORNAL THRU 2200-LER-JORNAL-EXIT
           .
       2300-GUARDAR-EVENTO-EXIT.
           EXIT.

      ******************************************************************
      * 2500-APURAR-CTRLRUN - acumula os totais de controle (entrada
      * e saida) de todas as execucoes registradas na data.
      ******************************************************************
       2500-APURAR-CTRLRUN.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT CTRLRUN-ARQ
           IF WS-STATUS-CTRLRUN NOT = "00"
               GO TO 2500-APURAR-CTRLRUN-EXIT
           END-IF

           PERFORM 2600-LER-CTRLRUN THRU 2600-LER-CTRLRUN-EXIT
           PERFORM 2700-ACUMULAR-CTRL THRU 2700-ACUMULAR-CTRL-EXIT
               UNTIL WS-FIM-DO-ARQUIVO
           CLOSE CTRLRUN-ARQ
           .
       2500-APURAR-CTRLRUN-EXIT.
           EXIT.

       2600-LER-CTRLRUN.
           READ CTRLRUN-ARQ
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ
           .
       2600-LER-CTRLRUN-EXIT.
           EXIT.

       2700-ACUMULAR-CTRL.
           IF CR-DATA = WS-DATA-REL
               ADD 1              TO WS-QTD-EXECUCOES
               ADD CR-LIDOS       TO WS-TOT-LIDOS
               ADD CR-CONVERTIDOS TO WS-TOT-CONVERTIDOS
               ADD CR-REJEITADOS  TO WS-TOT-REJEITADOS
               ADD CR-PULADOS     TO WS-TOT-PULADOS
           END-IF
           PERFORM 2600-LER-CTRLRUN THRU 2600-LER-CTRLRUN-EXIT
           .
       2700-ACUMULAR-CTRL-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APURAR-LOTES - totaliza os avisos de recebimento SENSACK
      * da data (lotes, leituras aceitas, rejeitadas e duplicadas, e
      * lotes com alguma rejeicao) e conta os lotes da data que foram
      * para a quarentena SENSQUAR.
      ******************************************************************
       3000-APURAR-LOTES.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT SENSACK-ARQ
           IF WS-STATUS-SENSACK NOT = "00"
               GO TO 3000-APURAR-LOTES-QUAR
           END-IF

           PERFORM 3100-LER-SENSACK THRU 3100-LER-SENSACK-EXIT
           PERFORM 3200-ACUMULAR-LOTE THRU 3200-ACUMULAR-LOTE-EXIT
               UNTIL WS-FIM-DO-ARQUIVO
           CLOSE SENSACK-ARQ
           .
       3000-APURAR-LOTES-QUAR.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT SENSQUAR-ARQ
           IF WS-STATUS-SENSQUAR NOT = "00"
               GO TO 3000-APURAR-LOTES-EXIT
           END-IF

           PERFORM 3300-LER-SENSQUAR THRU 3300-LER-SENSQUAR-EXIT
           PERFORM 3400-CONTAR-QUARENTENA THRU
                   3400-CONTAR-QUARENTENA-EXIT
               UNTIL WS-FIM-DO-ARQUIVO
           CLOSE SENSQUAR-ARQ
           .
       3000-APURAR-LOTES-EXIT.
           EXIT.

       3100-LER-SENSACK.
           READ SENSACK-ARQ
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ
           .
       3100-LER-SENSACK-EXIT.
           EXIT.

       3200-ACUMULAR-LOTE.
           IF SA-DATA = WS-DATA-REL
               ADD 1             TO WS-QTD-LOTES
               ADD SA-ACEITAS    TO WS-TOT-ACEITAS
               ADD SA-REJEITADAS TO WS-TOT-REJ-LOTE
               ADD SA-DUPLICADAS TO WS-TOT-DUPLICADAS
               IF SA-REJEITADAS > 0
                   ADD 1 TO WS-QTD-LOTES-REJ
               END-IF
           END-IF
           PERFORM 3100-LER-SENSACK THRU 3100-LER-SENSACK-EXIT
           .
       3200-ACUMULAR-LOTE-EXIT.
           EXIT.

       3300-LER-SENSQUAR.
           READ SENSQUAR-ARQ
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ
           .
       3300-LER-SENSQUAR-EXIT.
           EXIT.

       3400-CONTAR-QUARENTENA.
           IF SQ-DATA = WS-DATA-REL
               ADD 1 TO WS-QTD-QUARENTENA
           END-IF
           PERFORM 3300-LER-SENSQUAR THRU 3300-LER-SENSQUAR-EXIT
           .
       3400-CONTAR-QUARENTENA-EXIT.
           EXIT.

      ******************************************************************
      * 3500-APURAR-ALERTAS - conta os alertas ainda nao fechados
      * ("A" aberto ou "R" reconhecido; situacao em branco vale
      * aberto) com data ate a data de negocio, por severidade, e
      * guarda o mais antigo de cada severidade.
      ******************************************************************
       3500-APURAR-ALERTAS.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT ALERTAS-ARQ
           IF WS-STATUS-ALERTAS NOT = "00"
               GO TO 3500-APURAR-ALERTAS-EXIT
           END-IF

           PERFORM 3600-LER-ALERTAS THRU 3600-LER-ALERTAS-EXIT
           PERFORM 3700-CONTAR-ALERTA THRU 3700-CONTAR-ALERTA-EXIT
               UNTIL WS-FIM-DO-ARQUIVO
           CLOSE ALERTAS-ARQ
           .
       3500-APURAR-ALERTAS-EXIT.
           EXIT.

       3600-LER-ALERTAS.
           READ ALERTAS-ARQ
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ
           .
       3600-LER-ALERTAS-EXIT.
           EXIT.

       3700-CONTAR-ALERTA.
           IF AL-SITUACAO = SPACE OR AL-SITUACAO = LOW-VALUE
               MOVE "A" TO AL-SITUACAO
           END-IF
           IF AL-ALERTA-FECHADO
                   OR AL-DATA NOT NUMERIC
                   OR AL-DATA = 0
                   OR AL-DATA > WS-DATA-REL
               GO TO 3700-CONTAR-ALERTA-FIM
           END-IF

           PERFORM 8000-LOCALIZAR-SEVERIDADE THRU
                   8000-LOCALIZAR-SEVERIDADE-EXIT
           IF NOT WS-SEV-ENCONTRADA
               IF WS-SEV-QTD >= 20
                   MOVE 20 TO WS-SEV-SUB
               ELSE
                   ADD 1 TO WS-SEV-QTD
                   MOVE WS-SEV-QTD    TO WS-SEV-SUB
                   MOVE AL-SEVERIDADE TO WS-SEV-NOME (WS-SEV-SUB)
                   PERFORM 1100-ZERAR-SEVERIDADE THRU
                           1100-ZERAR-SEVERIDADE-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-QTD-ABERTOS
           ADD 1 TO WS-SEV-ABERTOS (WS-SEV-SUB)
           IF AL-ALERTA-ABERTO
               ADD 1 TO WS-SEV-NAO-REC (WS-SEV-SUB)
               IF WS-SEV-SUB = 1
                   ADD 1 TO WS-QTD-CRIT-NAO-REC
               END-IF
           END-IF

           IF AL-HORA NUMERIC
               MOVE AL-HORA TO WS-HORA-NUM
           ELSE
               MOVE ZEROS   TO WS-HORA-NUM
           END-IF
           COMPUTE WS-MIN-EVENTO =
               FUNCTION INTEGER-OF-DATE (AL-DATA) * 1440
               + WS-HP-HH * 60 + WS-HP-MM

           IF WS-SEV-DATA-ANT (WS-SEV-SUB) = 0
                   OR WS-MIN-EVENTO < WS-SEV-MIN-ANT (WS-SEV-SUB)
               MOVE WS-MIN-EVENTO TO WS-SEV-MIN-ANT  (WS-SEV-SUB)
               MOVE AL-DATA       TO WS-SEV-DATA-ANT (WS-SEV-SUB)
               MOVE WS-HORA-NUM   TO WS-SEV-HORA-ANT (WS-SEV-SUB)
           END-IF
           .
       3700-CONTAR-ALERTA-FIM.
           PERFORM 3600-LER-ALERTAS THRU 3600-LER-ALERTAS-EXIT
           .
       3700-CONTAR-ALERTA-EXIT.
           EXIT.

      ******************************************************************
      * 4000-APURAR-REJEITOS - le o SLA em dias do SLAPARM (padrao 3,
      * como no envelhecimento de rejeitos) e conta os rejeitos
      * pendentes do TEMPRJ e os que ja passaram do SLA, guardando os
      * primeiros destes para a listagem.
      ******************************************************************
       4000-APURAR-REJEITOS.
           OPEN INPUT SLAPARM-ARQ
           IF WS-STATUS-SLAPARM = "00"
               READ SLAPARM-ARQ
                   AT END
                       CONTINUE
               END-READ
               IF WS-STATUS-SLAPARM = "00"
                       AND SL-DIAS-SLA NUMERIC
                       AND SL-DIAS-SLA > 0
                   MOVE SL-DIAS-SLA TO WS-DIAS-SLA
               END-IF
               CLOSE SLAPARM-ARQ
           END-IF

           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT TEMPRJ-ARQ
           IF WS-STATUS-TEMPRJ NOT = "00"
               GO TO 4000-APURAR-REJEITOS-EXIT
           END-IF

           PERFORM 4100-LER-TEMPRJ THRU 4100-LER-TEMPRJ-EXIT
           PERFORM 4200-CLASSIFICAR-REJEITO THRU
                   4200-CLASSIFICAR-REJEITO-EXIT
               UNTIL WS-FIM-DO-ARQUIVO
           CLOSE TEMPRJ-ARQ
           .
       4000-APURAR-REJEITOS-EXIT.
           EXIT.

       4100-LER-TEMPRJ.
           READ TEMPRJ-ARQ
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ
           .
       4100-LER-TEMPRJ-EXIT.
           EXIT.

       4200-CLASSIFICAR-REJEITO.
           IF TR-SITUACAO = SPACE OR TR-SITUACAO = LOW-VALUE
               MOVE "P" TO TR-SITUACAO
           END-IF
           IF NOT TR-REJ-PENDENTE
               GO TO 4200-CLASSIFICAR-REJEITO-FIM
           END-IF

           ADD 1 TO WS-QTD-PENDENTES
           IF TR-DATA NOT NUMERIC OR TR-DATA = 0
               GO TO 4200-CLASSIFICAR-REJEITO-FIM
           END-IF

           COMPUTE WS-IDADE-DIAS =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE (TR-DATA)
           IF WS-IDADE-DIAS NOT > WS-DIAS-SLA
               GO TO 4200-CLASSIFICAR-REJEITO-FIM
           END-IF

           ADD 1 TO WS-QTD-ALEM-SLA
           IF WS-SLA-QTD < WS-LIMITE-LISTA
               ADD 1 TO WS-SLA-QTD
               MOVE TR-DATA       TO WS-SLA-DATA   (WS-SLA-QTD)
               MOVE WS-IDADE-DIAS TO WS-SLA-IDADE  (WS-SLA-QTD)
               MOVE TR-ORIGEM     TO WS-SLA-ORIGEM (WS-SLA-QTD)
               MOVE TR-SENSOR-ID  TO WS-SLA-SENSOR (WS-SLA-QTD)
               MOVE TR-MOTIVO     TO WS-SLA-MOTIVO (WS-SLA-QTD)
           END-IF
           .
       4200-CLASSIFICAR-REJEITO-FIM.
           PERFORM 4100-LER-TEMPRJ THRU 4100-LER-TEMPRJ-EXIT
           .
       4200-CLASSIFICAR-REJEITO-EXIT.
           EXIT.

      ******************************************************************
      * 4500-APURAR-SENSORES - carrega os sensores do SENSCAD e marca
      * os que tiveram movimento na data (lancamento no TEMPLOG ou
      * rejeito no TEMPRJ), para apurar os silenciosos, e conta as
      * calibracoes vencidas e a vencer. Sem o cadastro a secao sai
      * como indisponivel.
      ******************************************************************
       4500-APURAR-SENSORES.
           OPEN INPUT SENSCAD-ARQ
           IF WS-STATUS-SENSCAD NOT = "00"
               GO TO 4500-APURAR-SENSORES-EXIT
           END-IF

           SET WS-SENSCAD-CARREGADO TO TRUE
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE SPACES TO SC-SENSOR-ID
           START SENSCAD-ARQ KEY NOT < SC-SENSOR-ID
               INVALID KEY
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-START

           PERFORM 4600-CARREGAR-SENSOR THRU 4600-CARREGAR-SENSOR-EXIT
               UNTIL WS-FIM-DO-ARQUIVO
           CLOSE SENSCAD-ARQ

           PERFORM 4700-MARCAR-TEMPLOG THRU 4700-MARCAR-TEMPLOG-EXIT
           PERFORM 4800-MARCAR-TEMPRJ THRU 4800-MARCAR-TEMPRJ-EXIT

           PERFORM 4900-CONTAR-SENSOR THRU 4900-CONTAR-SENSOR-EXIT
               VARYING WS-SEN-SUB FROM 1 BY 1
               UNTIL WS-SEN-SUB > WS-SEN-QTD
           .
       4500-APURAR-SENSORES-EXIT.
           EXIT.

       4600-CARREGAR-SENSOR.
           READ SENSCAD-ARQ NEXT
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ
           IF WS-FIM-DO-ARQUIVO
               GO TO 4600-CARREGAR-SENSOR-EXIT
           END-IF

           IF WS-SEN-QTD >= 200
               DISPLAY "TABELA DE SENSORES CHEIA (200) - SENSORES "
                   "EXCEDENTES FORA DA PASSAGEM DE TURNO"
               SET WS-FIM-DO-ARQUIVO TO TRUE
               GO TO 4600-CARREGAR-SENSOR-EXIT
           END-IF

           ADD 1 TO WS-SEN-QTD
           MOVE SC-SENSOR-ID TO WS-SEN-ID        (WS-SEN-QTD)
           MOVE SC-LOCAL     TO WS-SEN-LOCAL     (WS-SEN-QTD)
           MOVE SC-SITUACAO  TO WS-SEN-SITUACAO  (WS-SEN-QTD)
           MOVE "N"          TO WS-SEN-MOVIMENTO (WS-SEN-QTD)
           IF SC-CALIB-PROXIMA NUMERIC
               MOVE SC-CALIB-PROXIMA TO WS-SEN-CAL-PROX (WS-SEN-QTD)
           ELSE
               MOVE ZEROS            TO WS-SEN-CAL-PROX (WS-SEN-QTD)
           END-IF
           .
       4600-CARREGAR-SENSOR-EXIT.
           EXIT.

      ******************************************************************
      * 4700-MARCAR-TEMPLOG - posiciona o log na data e marca o
      * movimento de cada sensor com lancamento no dia.
      ******************************************************************
       4700-MARCAR-TEMPLOG.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT TEMPLOG-ARQ
           IF WS-STATUS-TEMPLOG NOT = "00"
               GO TO 4700-MARCAR-TEMPLOG-EXIT
           END-IF

           MOVE SPACES      TO TEMPLOG-REG
           MOVE WS-DATA-REL TO TL-DATA
           MOVE ZEROS       TO TL-HORA
           MOVE ZEROS       TO TL-SEQ
           START TEMPLOG-ARQ KEY NOT < TL-CHAVE
               INVALID KEY
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-START

           IF NOT WS-FIM-DO-ARQUIVO
               PERFORM 4710-LER-TEMPLOG THRU 4710-LER-TEMPLOG-EXIT
               PERFORM 4720-MARCAR-LOG THRU 4720-MARCAR-LOG-EXIT
                   UNTIL WS-FIM-DO-ARQUIVO
           END-IF
           CLOSE TEMPLOG-ARQ
           .
       4700-MARCAR-TEMPLOG-EXIT.
           EXIT.

       4710-LER-TEMPLOG.
           READ TEMPLOG-ARQ NEXT
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ
           IF NOT WS-FIM-DO-ARQUIVO
                   AND TL-DATA NOT = WS-DATA-REL
               SET WS-FIM-DO-ARQUIVO TO TRUE
           END-IF
           .
       4710-LER-TEMPLOG-EXIT.
           EXIT.

       4720-MARCAR-LOG.
           IF TL-SENSOR-ID NOT = SPACES AND NOT TL-ESTORNADO
               MOVE TL-SENSOR-ID TO WS-SENSOR-BUSCA
               PERFORM 8100-LOCALIZAR-SENSOR THRU
                       8100-LOCALIZAR-SENSOR-EXIT
               IF WS-SEN-ENCONTRADO
                   MOVE "S" TO WS-SEN-MOVIMENTO (WS-SEN-SUB)
               END-IF
           END-IF
           PERFORM 4710-LER-TEMPLOG THRU 4710-LER-TEMPLOG-EXIT
           .
       4720-MARCAR-LOG-EXIT.
           EXIT.

      ******************************************************************
      * 4800-MARCAR-TEMPRJ - um rejeito do sensor na data tambem e
      * sinal de vida: o sensor transmitiu, so que fora da faixa.
      ******************************************************************
       4800-MARCAR-TEMPRJ.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT TEMPRJ-ARQ
           IF WS-STATUS-TEMPRJ NOT = "00"
               GO TO 4800-MARCAR-TEMPRJ-EXIT
           END-IF

           PERFORM 4100-LER-TEMPRJ THRU 4100-LER-TEMPRJ-EXIT
           PERFORM 4810-MARCAR-REJ THRU 4810-MARCAR-REJ-EXIT
               UNTIL WS-FIM-DO-ARQUIVO
           CLOSE TEMPRJ-ARQ
           .
       4800-MARCAR-TEMPRJ-EXIT.
           EXIT.

       4810-MARCAR-REJ.
           IF TR-DATA = WS-DATA-REL AND TR-SENSOR-ID NOT = SPACES
               MOVE TR-SENSOR-ID TO WS-SENSOR-BUSCA
               PERFORM 8100-LOCALIZAR-SENSOR THRU
                       8100-LOCALIZAR-SENSOR-EXIT
               IF WS-SEN-ENCONTRADO
                   MOVE "S" TO WS-SEN-MOVIMENTO (WS-SEN-SUB)
               END-IF
           END-IF
           PERFORM 4100-LER-TEMPRJ THRU 4100-LER-TEMPRJ-EXIT
           .
       4810-MARCAR-REJ-EXIT.
           EXIT.

      ******************************************************************
      * 4900-CONTAR-SENSOR - para um sensor ativo, conta o silencio na
      * data e a calibracao vencida ou a vencer nos proximos dias.
      ******************************************************************
       4900-CONTAR-SENSOR.
           IF NOT WS-SEN-ATIVO (WS-SEN-SUB)
               GO TO 4900-CONTAR-SENSOR-EXIT
           END-IF

           IF NOT WS-SEN-COM-MOVIMENTO (WS-SEN-SUB)
               ADD 1 TO WS-QTD-SILENCIOSOS
           END-IF

           IF WS-SEN-CAL-PROX (WS-SEN-SUB) = 0
               GO TO 4900-CONTAR-SENSOR-EXIT
           END-IF
           COMPUTE WS-IDADE-DIAS =
               FUNCTION INTEGER-OF-DATE (WS-SEN-CAL-PROX (WS-SEN-SUB))
               - FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
           IF WS-IDADE-DIAS < 0
               ADD 1 TO WS-QTD-CAL-VENCIDA
           ELSE
               IF WS-IDADE-DIAS NOT > WS-DIAS-CALIB
                   ADD 1 TO WS-QTD-CAL-A-VENCER
               END-IF
           END-IF
           .
       4900-CONTAR-SENSOR-EXIT.
           EXIT.

      ******************************************************************
      * 5000-APURAR-SITUACAO - apura a situacao geral da passagem:
      * VERMELHO quando algum passo do fechamento nao terminou OK, a
      * conciliacao nao fechou em equilibrio ou ha alerta CRITICA
      * aberto sem reconhecimento; AMARELO quando ha passo com
      * advertencia (RC 4), noite sem conversao no CTRLRUN, lote
      * com rejeicao ou em quarentena, alerta aberto, rejeito alem
      * do SLA, sensor silencioso, calibracao vencida ou cadastro
      * de sensores indisponivel; VERDE nos demais casos.
      ******************************************************************
       5000-APURAR-SITUACAO.
           PERFORM 5100-AVALIAR-PASSO THRU 5100-AVALIAR-PASSO-EXIT
               VARYING WS-PAS-SUB FROM 1 BY 1
               UNTIL WS-PAS-SUB > 6

           IF WS-CONC-DIVERGENTE
               MOVE "CONCILIACAO DE TOTAIS FORA DE EQUILIBRIO"
                   TO WS-MOT-TEXTO-NOVO
               MOVE 2 TO WS-MOT-NIVEL-NOVO
               PERFORM 7000-REGISTRAR-MOTIVO THRU
                       7000-REGISTRAR-MOTIVO-EXIT
           END-IF
           IF WS-CONC-NAO-APURADA AND WS-PAS-TERMINADO (5)
               MOVE "CONCILIACAO DE TOTAIS NAO APURADA"
                   TO WS-MOT-TEXTO-NOVO
               MOVE 2 TO WS-MOT-NIVEL-NOVO
               PERFORM 7000-REGISTRAR-MOTIVO THRU
                       7000-REGISTRAR-MOTIVO-EXIT
           END-IF

           IF WS-QTD-CRIT-NAO-REC > 0
               MOVE WS-QTD-CRIT-NAO-REC TO WS-QTD-EDT
               MOVE SPACES TO WS-MOT-TEXTO-NOVO
               STRING "ALERTAS CRITICA ABERTOS SEM RECONHECIMENTO: "
                   WS-QTD-EDT DELIMITED BY SIZE
                   INTO WS-MOT-TEXTO-NOVO
               MOVE 2 TO WS-MOT-NIVEL-NOVO
               PERFORM 7000-REGISTRAR-MOTIVO THRU
                       7000-REGISTRAR-MOTIVO-EXIT
           END-IF

           IF WS-QTD-EXECUCOES = 0
               MOVE "NENHUMA EXECUCAO DA CONVERSAO NO CTRLRUN NA DATA"
                   TO WS-MOT-TEXTO-NOVO
               MOVE 1 TO WS-MOT-NIVEL-NOVO
               PERFORM 7000-REGISTRAR-MOTIVO THRU
                       7000-REGISTRAR-MOTIVO-EXIT
           END-IF

           IF WS-QTD-LOTES-REJ > 0
               MOVE WS-QTD-LOTES-REJ TO WS-QTD-EDT
               MOVE SPACES TO WS-MOT-TEXTO-NOVO
               STRING "LOTES DO GATEWAY COM LEITURAS REJEITADAS: "
                   WS-QTD-EDT DELIMITED BY SIZE
                   INTO WS-MOT-TEXTO-NOVO
               MOVE 1 TO WS-MOT-NIVEL-NOVO
               PERFORM 7000-REGISTRAR-MOTIVO THRU
                       7000-REGISTRAR-MOTIVO-EXIT
           END-IF

           IF WS-QTD-QUARENTENA > 0
               MOVE WS-QTD-QUARENTENA TO WS-QTD-EDT
               MOVE SPACES TO WS-MOT-TEXTO-NOVO
               STRING "LOTES DO GATEWAY EM QUARENTENA: "
                   WS-QTD-EDT DELIMITED BY SIZE
                   INTO WS-MOT-TEXTO-NOVO
               MOVE 1 TO WS-MOT-NIVEL-NOVO
               PERFORM 7000-REGISTRAR-MOTIVO THRU
                       7000-REGISTRAR-MOTIVO-EXIT
           END-IF

           IF WS-QTD-ABERTOS > WS-QTD-CRIT-NAO-REC
               COMPUTE WS-QTD-EDT =
                   WS-QTD-ABERTOS - WS-QTD-CRIT-NAO-REC
               MOVE SPACES TO WS-MOT-TEXTO-NOVO
               STRING "ALERTAS AINDA NAO FECHADOS: "
                   WS-QTD-EDT DELIMITED BY SIZE
                   INTO WS-MOT-TEXTO-NOVO
               MOVE 1 TO WS-MOT-NIVEL-NOVO
               PERFORM 7000-REGISTRAR-MOTIVO THRU
                       7000-REGISTRAR-MOTIVO-EXIT
           END-IF

           IF WS-QTD-ALEM-SLA > 0
               MOVE WS-QTD-ALEM-SLA TO WS-QTD-EDT
               MOVE SPACES TO WS-MOT-TEXTO-NOVO
               STRING "REJEITOS PENDENTES ALEM DO SLA: "
                   WS-QTD-EDT DELIMITED BY SIZE
                   INTO WS-MOT-TEXTO-NOVO
               MOVE 1 TO WS-MOT-NIVEL-NOVO
               PERFORM 7000-REGISTRAR-MOTIVO THRU
                       7000-REGISTRAR-MOTIVO-EXIT
           END-IF

           IF NOT WS-SENSCAD-CARREGADO
               STRING "CADASTRO SENSCAD INDISPONIVEL - SENSORES NAO "
                   "CONFERIDOS" DELIMITED BY SIZE
                   INTO WS-MOT-TEXTO-NOVO
               MOVE 1 TO WS-MOT-NIVEL-NOVO
               PERFORM 7000-REGISTRAR-MOTIVO THRU
                       7000-REGISTRAR-MOTIVO-EXIT
           END-IF

           IF WS-QTD-SILENCIOSOS > 0
               MOVE WS-QTD-SILENCIOSOS TO WS-QTD-EDT
               MOVE SPACES TO WS-MOT-TEXTO-NOVO
               STRING "SENSORES SILENCIOSOS NA DATA: "
                   WS-QTD-EDT DELIMITED BY SIZE
                   INTO WS-MOT-TEXTO-NOVO
               MOVE 1 TO WS-MOT-NIVEL-NOVO
               PERFORM 7000-REGISTRAR-MOTIVO THRU
                       7000-REGISTRAR-MOTIVO-EXIT
           END-IF

           IF WS-QTD-CAL-VENCIDA > 0
               MOVE WS-QTD-CAL-VENCIDA TO WS-QTD-EDT
               MOVE SPACES TO WS-MOT-TEXTO-NOVO
               STRING "CALIBRACOES VENCIDAS: "
                   WS-QTD-EDT DELIMITED BY SIZE
                   INTO WS-MOT-TEXTO-NOVO
               MOVE 1 TO WS-MOT-NIVEL-NOVO
               PERFORM 7000-REGISTRAR-MOTIVO THRU
                       7000-REGISTRAR-MOTIVO-EXIT
           END-IF
           .
       5000-APURAR-SITUACAO-EXIT.
           EXIT.

       5100-AVALIAR-PASSO.
           MOVE WS-PAS-SUB        TO WS-PASSO-EDT
           MOVE WS-PAS-RC (WS-PAS-SUB) TO WS-RC-EDT
           MOVE SPACES TO WS-MOT-TEXTO-NOVO

           IF WS-PAS-TERMINADO (WS-PAS-SUB)
                   AND WS-PAS-OK (WS-PAS-SUB)
               IF WS-PAS-RC (WS-PAS-SUB) > 0
                   STRING "PASSO " WS-PASSO-EDT " "
                       WS-CADEIA-PROG (WS-PAS-SUB)
                       " TERMINOU COM RC " WS-RC-EDT
                       DELIMITED BY SIZE INTO WS-MOT-TEXTO-NOVO
                   MOVE 1 TO WS-MOT-NIVEL-NOVO
                   PERFORM 7000-REGISTRAR-MOTIVO THRU
                           7000-REGISTRAR-MOTIVO-EXIT
               END-IF
               GO TO 5100-AVALIAR-PASSO-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-PAS-TERMINADO (WS-PAS-SUB)
                   STRING "PASSO " WS-PASSO-EDT " "
                       WS-CADEIA-PROG (WS-PAS-SUB)
                       " FALHOU COM RC " WS-RC-EDT
                       DELIMITED BY SIZE INTO WS-MOT-TEXTO-NOVO
               WHEN WS-PAS-INICIADO (WS-PAS-SUB)
                   STRING "PASSO " WS-PASSO-EDT " "
                       WS-CADEIA-PROG (WS-PAS-SUB)
                       " INICIADO E NAO TERMINADO"
                       DELIMITED BY SIZE INTO WS-MOT-TEXTO-NOVO
               WHEN OTHER
                   STRING "PASSO " WS-PASSO-EDT " "
                       WS-CADEIA-PROG (WS-PAS-SUB)
                       " NAO EXECUTADO"
                       DELIMITED BY SIZE INTO WS-MOT-TEXTO-NOVO
           END-EVALUATE
           MOVE 2 TO WS-MOT-NIVEL-NOVO
           PERFORM 7000-REGISTRAR-MOTIVO THRU
                   7000-REGISTRAR-MOTIVO-EXIT
           .
       5100-AVALIAR-PASSO-EXIT.
           EXIT.

      ******************************************************************
      * 6000-IMPRIMIR-RELATORIO - imprime a passagem de turno: linha
      * de situacao geral e motivos, passos do fechamento, totais de
      * controle e conciliacao, lotes do gateway, alertas abertos,
      * rejeitos pendentes, sensores silenciosos e calibracoes.
      ******************************************************************
       6000-IMPRIMIR-RELATORIO.
           MOVE SPACES TO TXT-TEXTO
           PERFORM 6950-MONTAR-SITUACAO THRU
                   6950-MONTAR-SITUACAO-EXIT
           PERFORM 6900-IMPRIMIR-TEXTO THRU 6900-IMPRIMIR-TEXTO-EXIT
           PERFORM 6010-IMPRIMIR-MOTIVO THRU
                   6010-IMPRIMIR-MOTIVO-EXIT
               VARYING WS-MOT-SUB FROM 1 BY 1
               UNTIL WS-MOT-SUB > WS-MOT-QTD

           PERFORM 6100-IMPRIMIR-PASSOS THRU
                   6100-IMPRIMIR-PASSOS-EXIT
           PERFORM 6200-IMPRIMIR-CONTROLE THRU
                   6200-IMPRIMIR-CONTROLE-EXIT
           PERFORM 6300-IMPRIMIR-LOTES THRU 6300-IMPRIMIR-LOTES-EXIT
           PERFORM 6400-IMPRIMIR-ALERTAS THRU
                   6400-IMPRIMIR-ALERTAS-EXIT
           PERFORM 6500-IMPRIMIR-REJEITOS THRU
                   6500-IMPRIMIR-REJEITOS-EXIT
           PERFORM 6600-IMPRIMIR-SILENCIOSOS THRU
                   6600-IMPRIMIR-SILENCIOSOS-EXIT
           PERFORM 6700-IMPRIMIR-CALIBRACOES THRU
                   6700-IMPRIMIR-CALIBRACOES-EXIT
           .
       6000-IMPRIMIR-RELATORIO-EXIT.
           EXIT.

       6010-IMPRIMIR-MOTIVO.
           MOVE SPACES TO TXT-TEXTO
           IF WS-MOT-NIVEL (WS-MOT-SUB) = 2
               MOVE "  (V) " TO TXT-TEXTO (1:6)
           ELSE
               MOVE "  (A) " TO TXT-TEXTO (1:6)
           END-IF
           MOVE WS-MOT-TEXTO (WS-MOT-SUB) TO TXT-TEXTO (7:70)
           PERFORM 6900-IMPRIMIR-TEXTO THRU 6900-IMPRIMIR-TEXTO-EXIT
           .
       6010-IMPRIMIR-MOTIVO-EXIT.
           EXIT.

       6100-IMPRIMIR-PASSOS.
           PERFORM 6980-LINHA-EM-BRANCO THRU
                   6980-LINHA-EM-BRANCO-EXIT
           MOVE "PASSOS DO FECHAMENTO NOTURNO (JORNFECH)"
               TO TXT-TEXTO
           PERFORM 6900-IMPRIMIR-TEXTO THRU 6900-IMPRIMIR-TEXTO-EXIT
           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE WS-LIN-CAB-PASSO TO RELPASSA-REG
           WRITE RELPASSA-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT

           PERFORM 6110-IMPRIMIR-PASSO THRU 6110-IMPRIMIR-PASSO-EXIT
               VARYING WS-PAS-SUB FROM 1 BY 1
               UNTIL WS-PAS-SUB > 6
           .
       6100-IMPRIMIR-PASSOS-EXIT.
           EXIT.

       6110-IMPRIMIR-PASSO.
           MOVE WS-PAS-SUB                 TO PAS-PASSO
           MOVE WS-CADEIA-PROG (WS-PAS-SUB) TO PAS-PROGRAMA
           MOVE WS-PAS-REG (WS-PAS-SUB)    TO PAS-REGISTROS
           MOVE WS-PAS-RC (WS-PAS-SUB)     TO WS-RC-EDT
           MOVE WS-RC-EDT                  TO PAS-RC

           EVALUATE TRUE
               WHEN WS-PAS-TERMINADO (WS-PAS-SUB)
                   MOVE WS-PAS-SITUACAO (WS-PAS-SUB) TO PAS-SITUACAO
               WHEN WS-PAS-INICIADO (WS-PAS-SUB)
                   MOVE "EM ABERTO"     TO PAS-SITUACAO
                   MOVE SPACES          TO PAS-RC
               WHEN OTHER
                   MOVE "NAO EXECUTADO" TO PAS-SITUACAO
                   MOVE SPACES          TO PAS-RC
           END-EVALUATE

           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE WS-LIN-PASSO TO RELPASSA-REG
           WRITE RELPASSA-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           .
       6110-IMPRIMIR-PASSO-EXIT.
           EXIT.

       6200-IMPRIMIR-CONTROLE.
           PERFORM 6980-LINHA-EM-BRANCO THRU
                   6980-LINHA-EM-BRANCO-EXIT
           MOVE "TOTAIS DE CONTROLE (CTRLRUN) - EXECUCOES"
               TO ROT-TEXTO
           MOVE WS-QTD-EXECUCOES   TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT
           MOVE "  REGISTROS LIDOS (ENTRADA)" TO ROT-TEXTO
           MOVE WS-TOT-LIDOS       TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT
           MOVE "  CONVERTIDOS (SAIDA TEMPLOG)" TO ROT-TEXTO
           MOVE WS-TOT-CONVERTIDOS TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT
           MOVE "  REJEITADOS (SAIDA TEMPRJ)" TO ROT-TEXTO
           MOVE WS-TOT-REJEITADOS  TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT
           MOVE "  PULADOS POR CHECKPOINT" TO ROT-TEXTO
           MOVE WS-TOT-PULADOS     TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT

           MOVE SPACES TO TXT-TEXTO
           EVALUATE TRUE
               WHEN WS-CONC-EQUILIBRADA
                   STRING "RESULTADO DA CONCILIACAO: EM EQUILIBRIO "
                       "(IN-BALANCE)" DELIMITED BY SIZE INTO TXT-TEXTO
               WHEN WS-CONC-DIVERGENTE
                   STRING "RESULTADO DA CONCILIACAO: FORA DE "
                       "EQUILIBRIO (OUT-OF-BALANCE)"
                       DELIMITED BY SIZE INTO TXT-TEXTO
               WHEN OTHER
                   MOVE "RESULTADO DA CONCILIACAO: NAO APURADO"
                       TO TXT-TEXTO
           END-EVALUATE
           PERFORM 6900-IMPRIMIR-TEXTO THRU 6900-IMPRIMIR-TEXTO-EXIT
           .
       6200-IMPRIMIR-CONTROLE-EXIT.
           EXIT.

       6300-IMPRIMIR-LOTES.
           PERFORM 6980-LINHA-EM-BRANCO THRU
                   6980-LINHA-EM-BRANCO-EXIT
           MOVE "LOTES DO GATEWAY RECEBIDOS (SENSACK)" TO ROT-TEXTO
           MOVE WS-QTD-LOTES      TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT
           MOVE "  LEITURAS ACEITAS" TO ROT-TEXTO
           MOVE WS-TOT-ACEITAS    TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT
           MOVE "  LEITURAS REJEITADAS" TO ROT-TEXTO
           MOVE WS-TOT-REJ-LOTE   TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT
           MOVE "  LEITURAS DUPLICADAS" TO ROT-TEXTO
           MOVE WS-TOT-DUPLICADAS TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT
           MOVE "  LOTES COM REJEICAO" TO ROT-TEXTO
           MOVE WS-QTD-LOTES-REJ  TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT
           MOVE "  LOTES EM QUARENTENA (SENSQUAR)" TO ROT-TEXTO
           MOVE WS-QTD-QUARENTENA TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT
           .
       6300-IMPRIMIR-LOTES-EXIT.
           EXIT.

       6400-IMPRIMIR-ALERTAS.
           PERFORM 6980-LINHA-EM-BRANCO THRU
                   6980-LINHA-EM-BRANCO-EXIT
           MOVE "ALERTAS NAO FECHADOS POR SEVERIDADE (ALERTAS)"
               TO ROT-TEXTO
           MOVE WS-QTD-ABERTOS TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT
           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE WS-LIN-CAB-SEV TO RELPASSA-REG
           WRITE RELPASSA-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT

           PERFORM 6410-IMPRIMIR-SEVERIDADE THRU
                   6410-IMPRIMIR-SEVERIDADE-EXIT
               VARYING WS-SEV-SUB FROM 1 BY 1
               UNTIL WS-SEV-SUB > WS-SEV-QTD
           .
       6400-IMPRIMIR-ALERTAS-EXIT.
           EXIT.

       6410-IMPRIMIR-SEVERIDADE.
           IF WS-SEV-ABERTOS (WS-SEV-SUB) = 0 AND WS-SEV-SUB > 2
               GO TO 6410-IMPRIMIR-SEVERIDADE-EXIT
           END-IF

           MOVE WS-SEV-NOME (WS-SEV-SUB)    TO SEV-NOME
           MOVE WS-SEV-ABERTOS (WS-SEV-SUB) TO SEV-ABERTOS
           MOVE WS-SEV-NAO-REC (WS-SEV-SUB) TO SEV-NAO-REC
           MOVE SPACES TO SEV-DATA
           MOVE SPACES TO SEV-HORA
           IF WS-SEV-ABERTOS (WS-SEV-SUB) = 0
               MOVE ZEROS TO WS-IDADE-HORAS
           ELSE
               MOVE WS-SEV-DATA-ANT (WS-SEV-SUB) TO SEV-DATA
               MOVE WS-SEV-HORA-ANT (WS-SEV-SUB) TO WS-HORA-NUM
               STRING WS-HP-HH ":" WS-HP-MM
                   DELIMITED BY SIZE INTO SEV-HORA
               COMPUTE WS-IDADE-HORAS =
                   (WS-MIN-AGORA - WS-SEV-MIN-ANT (WS-SEV-SUB)) / 60
               IF WS-IDADE-HORAS < 0
                   MOVE ZEROS TO WS-IDADE-HORAS
               END-IF
           END-IF
           MOVE WS-IDADE-HORAS TO SEV-IDADE

           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE WS-LIN-SEV TO RELPASSA-REG
           WRITE RELPASSA-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           .
       6410-IMPRIMIR-SEVERIDADE-EXIT.
           EXIT.

       6500-IMPRIMIR-REJEITOS.
           PERFORM 6980-LINHA-EM-BRANCO THRU
                   6980-LINHA-EM-BRANCO-EXIT
           MOVE "REJEITOS PENDENTES (TEMPRJ)" TO ROT-TEXTO
           MOVE WS-QTD-PENDENTES TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT
           MOVE SPACES TO ROT-TEXTO
           MOVE WS-DIAS-SLA TO WS-SLA-EDT
           STRING "  PENDENTES ALEM DO SLA DE " WS-SLA-EDT " DIAS"
               DELIMITED BY SIZE INTO ROT-TEXTO
           MOVE WS-QTD-ALEM-SLA TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT

           PERFORM 6510-IMPRIMIR-ITEM-SLA THRU
                   6510-IMPRIMIR-ITEM-SLA-EXIT
               VARYING WS-SLA-SUB FROM 1 BY 1
               UNTIL WS-SLA-SUB > WS-SLA-QTD

           IF WS-QTD-ALEM-SLA > WS-SLA-QTD
               COMPUTE WS-QTD-EDT = WS-QTD-ALEM-SLA - WS-SLA-QTD
               MOVE SPACES TO TXT-TEXTO
               STRING "  ... E MAIS " WS-QTD-EDT
                   " ITENS - LISTA COMPLETA NO RELREJ"
                   DELIMITED BY SIZE INTO TXT-TEXTO
               PERFORM 6900-IMPRIMIR-TEXTO THRU
                       6900-IMPRIMIR-TEXTO-EXIT
           END-IF
           .
       6500-IMPRIMIR-REJEITOS-EXIT.
           EXIT.

       6510-IMPRIMIR-ITEM-SLA.
           MOVE WS-SLA-DATA (WS-SLA-SUB)   TO SLA-DATA
           MOVE WS-SLA-IDADE (WS-SLA-SUB)  TO SLA-IDADE
           MOVE WS-SLA-ORIGEM (WS-SLA-SUB) TO SLA-ORIGEM
           MOVE WS-SLA-SENSOR (WS-SLA-SUB) TO SLA-SENSOR
           MOVE WS-SLA-MOTIVO (WS-SLA-SUB) TO SLA-MOTIVO
           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE WS-LIN-SLA TO RELPASSA-REG
           WRITE RELPASSA-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           .
       6510-IMPRIMIR-ITEM-SLA-EXIT.
           EXIT.

       6600-IMPRIMIR-SILENCIOSOS.
           PERFORM 6980-LINHA-EM-BRANCO THRU
                   6980-LINHA-EM-BRANCO-EXIT
           IF NOT WS-SENSCAD-CARREGADO
               STRING "SENSORES SILENCIOSOS: CADASTRO SENSCAD "
                   "INDISPONIVEL" DELIMITED BY SIZE INTO TXT-TEXTO
               PERFORM 6900-IMPRIMIR-TEXTO THRU
                       6900-IMPRIMIR-TEXTO-EXIT
               GO TO 6600-IMPRIMIR-SILENCIOSOS-EXIT
           END-IF

           MOVE "SENSORES SILENCIOSOS (ATIVOS SEM LEITURA NO DIA)"
               TO ROT-TEXTO
           MOVE WS-QTD-SILENCIOSOS TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT

           MOVE ZEROS TO WS-QTD-LISTADOS
           PERFORM 6610-IMPRIMIR-SILENCIOSO THRU
                   6610-IMPRIMIR-SILENCIOSO-EXIT
               VARYING WS-SEN-SUB FROM 1 BY 1
               UNTIL WS-SEN-SUB > WS-SEN-QTD

           IF WS-QTD-SILENCIOSOS > WS-QTD-LISTADOS
               COMPUTE WS-QTD-EDT =
                   WS-QTD-SILENCIOSOS - WS-QTD-LISTADOS
               MOVE SPACES TO TXT-TEXTO
               STRING "  ... E MAIS " WS-QTD-EDT
                   " SENSORES - LISTA COMPLETA NO RELSENS"
                   DELIMITED BY SIZE INTO TXT-TEXTO
               PERFORM 6900-IMPRIMIR-TEXTO THRU
                       6900-IMPRIMIR-TEXTO-EXIT
           END-IF
           .
       6600-IMPRIMIR-SILENCIOSOS-EXIT.
           EXIT.

       6610-IMPRIMIR-SILENCIOSO.
           IF NOT WS-SEN-ATIVO (WS-SEN-SUB)
                   OR WS-SEN-COM-MOVIMENTO (WS-SEN-SUB)
                   OR WS-QTD-LISTADOS >= WS-LIMITE-LISTA
               GO TO 6610-IMPRIMIR-SILENCIOSO-EXIT
           END-IF

           ADD 1 TO WS-QTD-LISTADOS
           MOVE WS-SEN-ID (WS-SEN-SUB)       TO SEN-SENSOR
           MOVE WS-SEN-LOCAL (WS-SEN-SUB)    TO SEN-LOCAL
           MOVE WS-SEN-CAL-PROX (WS-SEN-SUB) TO SEN-CAL-PROX
           MOVE SPACES                       TO SEN-OBSERVACAO
           PERFORM 6800-IMPRIMIR-SENSOR THRU
                   6800-IMPRIMIR-SENSOR-EXIT
           .
       6610-IMPRIMIR-SILENCIOSO-EXIT.
           EXIT.

       6700-IMPRIMIR-CALIBRACOES.
           IF NOT WS-SENSCAD-CARREGADO
               GO TO 6700-IMPRIMIR-CALIBRACOES-EXIT
           END-IF

           PERFORM 6980-LINHA-EM-BRANCO THRU
                   6980-LINHA-EM-BRANCO-EXIT
           MOVE "CALIBRACOES VENCIDAS" TO ROT-TEXTO
           MOVE WS-QTD-CAL-VENCIDA TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT
           MOVE SPACES TO ROT-TEXTO
           MOVE WS-DIAS-CALIB TO WS-SLA-EDT
           STRING "CALIBRACOES A VENCER NOS PROXIMOS " WS-SLA-EDT
               " DIAS" DELIMITED BY SIZE INTO ROT-TEXTO
           MOVE WS-QTD-CAL-A-VENCER TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT

           MOVE ZEROS TO WS-QTD-LISTADOS
           PERFORM 6710-IMPRIMIR-CALIBRACAO THRU
                   6710-IMPRIMIR-CALIBRACAO-EXIT
               VARYING WS-SEN-SUB FROM 1 BY 1
               UNTIL WS-SEN-SUB > WS-SEN-QTD

           IF WS-QTD-CAL-VENCIDA + WS-QTD-CAL-A-VENCER
                   > WS-QTD-LISTADOS
               COMPUTE WS-QTD-EDT = WS-QTD-CAL-VENCIDA
                   + WS-QTD-CAL-A-VENCER - WS-QTD-LISTADOS
               MOVE SPACES TO TXT-TEXTO
               STRING "  ... E MAIS " WS-QTD-EDT
                   " SENSORES - AGENDA COMPLETA NO SENSCAD"
                   DELIMITED BY SIZE INTO TXT-TEXTO
               PERFORM 6900-IMPRIMIR-TEXTO THRU
                       6900-IMPRIMIR-TEXTO-EXIT
           END-IF
           .
       6700-IMPRIMIR-CALIBRACOES-EXIT.
           EXIT.

       6710-IMPRIMIR-CALIBRACAO.
           IF NOT WS-SEN-ATIVO (WS-SEN-SUB)
                   OR WS-SEN-CAL-PROX (WS-SEN-SUB) = 0
                   OR WS-QTD-LISTADOS >= WS-LIMITE-LISTA
               GO TO 6710-IMPRIMIR-CALIBRACAO-EXIT
           END-IF

           COMPUTE WS-IDADE-DIAS =
               FUNCTION INTEGER-OF-DATE (WS-SEN-CAL-PROX (WS-SEN-SUB))
               - FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
           IF WS-IDADE-DIAS > WS-DIAS-CALIB
               GO TO 6710-IMPRIMIR-CALIBRACAO-EXIT
           END-IF

           ADD 1 TO WS-QTD-LISTADOS
           MOVE WS-SEN-ID (WS-SEN-SUB)       TO SEN-SENSOR
           MOVE WS-SEN-LOCAL (WS-SEN-SUB)    TO SEN-LOCAL
           MOVE WS-SEN-CAL-PROX (WS-SEN-SUB) TO SEN-CAL-PROX
           IF WS-IDADE-DIAS < 0
               MOVE "VENCIDA"    TO SEN-OBSERVACAO
           ELSE
               MOVE "A VENCER"   TO SEN-OBSERVACAO
           END-IF
           PERFORM 6800-IMPRIMIR-SENSOR THRU
                   6800-IMPRIMIR-SENSOR-EXIT
           .
       6710-IMPRIMIR-CALIBRACAO-EXIT.
           EXIT.

       6800-IMPRIMIR-SENSOR.
           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE WS-LIN-SENSOR TO RELPASSA-REG
           WRITE RELPASSA-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           .
       6800-IMPRIMIR-SENSOR-EXIT.
           EXIT.

       6900-IMPRIMIR-TEXTO.
           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE WS-LIN-TEXTO TO RELPASSA-REG
           WRITE RELPASSA-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           MOVE SPACES TO TXT-TEXTO
           .
       6900-IMPRIMIR-TEXTO-EXIT.
           EXIT.

      ******************************************************************
      * 6950-MONTAR-SITUACAO - monta em TXT-TEXTO a linha de situacao
      * geral da passagem de turno.
      ******************************************************************
       6950-MONTAR-SITUACAO.
           EVALUATE TRUE
               WHEN WS-GERAL-VERMELHO
                   MOVE "SITUACAO GERAL: VERMELHO (RED)" TO TXT-TEXTO
               WHEN WS-GERAL-AMARELO
                   MOVE "SITUACAO GERAL: AMARELO (AMBER)" TO TXT-TEXTO
               WHEN OTHER
                   MOVE "SITUACAO GERAL: VERDE (GREEN)" TO TXT-TEXTO
           END-EVALUATE
           .
       6950-MONTAR-SITUACAO-EXIT.
           EXIT.

       6980-LINHA-EM-BRANCO.
           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE SPACES TO RELPASSA-REG
           WRITE RELPASSA-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           .
       6980-LINHA-EM-BRANCO-EXIT.
           EXIT.

       6990-IMPRIMIR-ROTULO.
           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE WS-LIN-ROTULO TO RELPASSA-REG
           WRITE RELPASSA-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           .
       6990-IMPRIMIR-ROTULO-EXIT.
           EXIT.

      ******************************************************************
      * 7000-REGISTRAR-MOTIVO - acrescenta WS-MOT-TEXTO-NOVO a lista de
      * motivos e eleva a situacao geral ao nivel WS-MOT-NIVEL-NOVO
      * (1 amarelo, 2 vermelho) quando ainda estiver abaixo dele.
      ******************************************************************
       7000-REGISTRAR-MOTIVO.
           IF WS-MOT-NIVEL-NOVO > WS-NIVEL-GERAL
               MOVE WS-MOT-NIVEL-NOVO TO WS-NIVEL-GERAL
           END-IF

           IF WS-MOT-QTD < 15
               ADD 1 TO WS-MOT-QTD
               MOVE WS-MOT-NIVEL-NOVO TO WS-MOT-NIVEL (WS-MOT-QTD)
               MOVE WS-MOT-TEXTO-NOVO TO WS-MOT-TEXTO (WS-MOT-QTD)
           END-IF
           MOVE SPACES TO WS-MOT-TEXTO-NOVO
           .
       7000-REGISTRAR-MOTIVO-EXIT.
           EXIT.

      ******************************************************************
      * 8000-LOCALIZAR-SEVERIDADE - procura AL-SEVERIDADE na tabela de
      * severidades, devolvendo WS-SEV-SUB posicionado quando acha.
      ******************************************************************
       8000-LOCALIZAR-SEVERIDADE.
           MOVE "N" TO WS-SEV-ACHOU
           PERFORM 8010-COMPARAR-SEVERIDADE THRU
                   8010-COMPARAR-SEVERIDADE-EXIT
               VARYING WS-SEV-SUB FROM 1 BY 1
               UNTIL WS-SEV-SUB > WS-SEV-QTD
                  OR WS-SEV-ENCONTRADA
           .
       8000-LOCALIZAR-SEVERIDADE-EXIT.
           EXIT.

       8010-COMPARAR-SEVERIDADE.
           IF WS-SEV-NOME (WS-SEV-SUB) = AL-SEVERIDADE
               SET WS-SEV-ENCONTRADA TO TRUE
               SUBTRACT 1 FROM WS-SEV-SUB
           END-IF
           .
       8010-COMPARAR-SEVERIDADE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-LOCALIZAR-SENSOR - procura WS-SENSOR-BUSCA na tabela de
      * sensores, devolvendo WS-SEN-SUB posicionado quando encontra.
      ******************************************************************
       8100-LOCALIZAR-SENSOR.
           MOVE "N" TO WS-SEN-ACHOU
           PERFORM 8110-COMPARAR-SENSOR THRU
                   8110-COMPARAR-SENSOR-EXIT
               VARYING WS-SEN-SUB FROM 1 BY 1
               UNTIL WS-SEN-SUB > WS-SEN-QTD
                  OR WS-SEN-ENCONTRADO
           .
       8100-LOCALIZAR-SENSOR-EXIT.
           EXIT.

       8110-COMPARAR-SENSOR.
           IF WS-SEN-ID (WS-SEN-SUB) = WS-SENSOR-BUSCA
               SET WS-SEN-ENCONTRADO TO TRUE
               SUBTRACT 1 FROM WS-SEN-SUB
           END-IF
           .
       8110-COMPARAR-SENSOR-EXIT.
           EXIT.

      ******************************************************************
      * 9000-VERIFICAR-PAGINA - abre nova pagina com cabecalho
      * quando a pagina corrente esta cheia (ou no inicio do
      * relatorio).
      ******************************************************************
       9000-VERIFICAR-PAGINA.
           IF WS-LINHA-CONT < WS-LINHAS-PAGINA
               GO TO 9000-VERIFICAR-PAGINA-EXIT
           END-IF

           ADD 1 TO WS-PAGINA
           MOVE WS-DATA-REL TO CAB-DATA
           MOVE WS-PAGINA   TO CAB-PAGINA

           IF WS-PAGINA = 1
               MOVE WS-LIN-CABEC1 TO RELPASSA-REG
               WRITE RELPASSA-REG AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-LIN-CABEC1 TO RELPASSA-REG
               WRITE RELPASSA-REG AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO RELPASSA-REG
           WRITE RELPASSA-REG AFTER ADVANCING 1 LINE
           MOVE 2 TO WS-LINHA-CONT
           .
       9000-VERIFICAR-PAGINA-EXIT.
           EXIT.

       END PROGRAM CONVERSOR-PASSAGEM-TURNO.
