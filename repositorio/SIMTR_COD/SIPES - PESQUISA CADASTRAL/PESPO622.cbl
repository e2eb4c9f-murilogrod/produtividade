      ******************************************************************
      *  PROGRAM-ID  : PESPO622                                        *
      *  AUTHOR      : M.R.SANTOS - GTECH                              *
      *  INSTALLATION: SIMTR - DOSSIE DIGITAL                          *
      *  DATE-WRITTEN: 2026-10-15                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PESPO622.
       AUTHOR.        M.R.SANTOS - GTECH.
       INSTALLATION.  SIMTR - DOSSIE DIGITAL.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15  MRS  PROGRAMA ORIGINAL - FECHAMENTO MENSAL DO SLA *
      *                   CONTRATUAL DOS BUROS. SOBRE O HISTORICO      *
      *                   PERMANENTE DE SITUACAO (ARQ-BUROHIS, GRAVADO *
      *                   PELA BURHIS01 A PARTIR DA PESPO600 E DA      *
      *                   PESPO640) E OS TEMPOS SD-MS-* DO SIPDET,     *
      *                   APURA POR BURO OS MINUTOS DE                 *
      *                   INDISPONIBILIDADE E DE MANUTENCAO, O         *
      *                   PERCENTUAL DE DISPONIBILIDADE E OS           *
      *                   PERCENTIS DE RESPOSTA, COMPARA COM O         *
      *                   CADASTRO DE METAS CONTRATUAIS (ARQ-SLAMETA)  *
      *                   E CALCULA A MULTA A ABATER DA FATURA DO MES  *
      *                   (SOMA DE FAT-VL-FATURADO DO BURO NO MES).    *
      *                   ANTES NAO HAVIA COMO PROVAR O DESCUMPRIMENTO *
      *                   DO CONTRATO.                                 *
      ******************************************************************

      ******************************************************************
      *  FUNCAO : PARAMETRO = MES DE COMPETENCIA (AAAAMM). MES AINDA   *
      *           EM ANDAMENTO E APURADO ATE O INSTANTE DA EXECUCAO E  *
      *           SAI MARCADO COMO APURACAO PARCIAL.                   *
      *           INDISPONIBILIDADE = MINUTOS EM PERIODO "F" (FECHADO  *
      *           PELO DISJUNTOR OU PELA OPERACAO). MANUTENCAO =       *
      *           MINUTOS DE JANELA PROGRAMADA PELA PESPO640, QUE NAO  *
      *           CONTAM CONTRA O BURO: SAEM DA BASE DO PERCENTUAL.    *
      *           DISPONIBILIDADE = (MINUTOS DO MES - MANUTENCAO -     *
      *           INDISPONIBILIDADE) / (MINUTOS DO MES - MANUTENCAO).  *
      *           PERCENTIS POR FAIXAS DE 10 MS (ATE 10.000 MS; ACIMA  *
      *           DISSO UMA FAIXA UNICA), SO COM AS CONSULTAS DE FATO  *
      *           FEITAS AO BURO (SD-MS-* MAIOR QUE ZERO - A           *
      *           REUTILIZACAO DO CACHE NAO CONTA). O PERCENTIL SAI    *
      *           COMO O LIMITE SUPERIOR DA FAIXA, E SO HA             *
      *           DESCUMPRIMENTO DA META DE RESPOSTA QUANDO A FAIXA    *
      *           INTEIRA ESTA ACIMA DO LIMITE CONTRATADO.             *
      *           MULTA, EM PERCENTUAL DA FATURA DO MES:               *
      *             - MET-PC-MULTA-DISP POR PONTO PERCENTUAL (OU       *
      *               FRACAO) DE DISPONIBILIDADE ABAIXO DA META;       *
      *             - MET-PC-MULTA-RESP SE O PERCENTIL CONTRATADO      *
      *               PASSAR DO LIMITE;                                *
      *             - SOMA LIMITADA A MET-PC-MULTA-TETO (ZERO = SEM    *
      *               TETO).                                           *
      *           BURO SEM META CADASTRADA E APURADO MAS NAO TEM MULTA *
      *           E SAI MARCADO NO RELATORIO.                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARAMET ASSIGN TO PARAMET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-PARAMET.

           SELECT ARQ-BUROHIS ASSIGN TO BUROHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHI-CHAVE
               FILE STATUS IS WK-FS-BUROHIS.

           SELECT ARQ-SIPDET ASSIGN TO SIPDET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-SIPDET.

           SELECT ARQ-SLAMETA ASSIGN TO SLAMETA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-SLAMETA.

           SELECT ARQ-FATURA ASSIGN TO FATURA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-FATURA.

           SELECT ARQ-RELATORIO ASSIGN TO RELSLA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *    PARAMETRO DO FECHAMENTO: O MES (AAAAMM) A APURAR.           *
      *----------------------------------------------------------------*
       FD  ARQ-PARAMET
           RECORDING MODE IS F.
       01  REG-PARAMET.
           05 PAR-ANO-MES             PIC X(006).

      *----------------------------------------------------------------*
      *    MESMO LAYOUT GRAVADO PELA BURHIS01. TIPO "S" = PERIODO DE   *
      *    SITUACAO ("A"/"F"), TIPO "M" = JANELA DE MANUTENCAO. FIM EM *
      *    BRANCO = PERIODO AINDA EM ABERTO.                           *
      *----------------------------------------------------------------*
       FD  ARQ-BUROHIS
           RECORDING MODE IS F.
       01  REG-BUROHIS.
           05 BHI-CHAVE.
              07 BHI-CO-BURO          PIC X(006).
              07 BHI-DT-INI           PIC X(008).
              07 BHI-HR-INI           PIC X(006).
              07 BHI-TP-PERIODO       PIC X(001).
           05 BHI-CO-SITUACAO         PIC X(001).
           05 BHI-CO-ORIGEM           PIC X(001).
           05 BHI-DT-FIM              PIC X(008).
           05 BHI-HR-FIM              PIC X(006).
           05 BHI-NIS                 PIC 9(011).
           05 BHI-NO-PROGRAMA         PIC X(008).
           05 FILLER                  PIC X(010).

      *----------------------------------------------------------------*
      *    MESMO LAYOUT GRAVADO POR PESPO600. OS SETE TEMPOS DE        *
      *    RESPOSTA SAO AGRUPADOS PARA SEREM PERCORRIDOS EM TABELA, NA *
      *    MESMA ORDEM DOS BUROS DE WK-TAB-NOMES-BUROS.                *
      *----------------------------------------------------------------*
       FD  ARQ-SIPDET
           RECORDING MODE IS F.
       01  REG-SIPDET.
           05 SD-CPF-CNPJ             PIC 9(014).
           05 SD-NIS                  PIC 9(011).
           05 SD-DT-ACESSO            PIC X(008).
           05 SD-HR-ACESSO            PIC X(006).
           05 SD-TIMESTAMP-WEB        PIC 9(016).
           05 SD-TIMESTAMP-TRAN       PIC 9(016).
           05 SD-MS-TEMPOS.
              07 SD-MS-SERASA         PIC 9(005).
              07 SD-MS-CADIN          PIC 9(005).
              07 SD-MS-SINAD          PIC 9(005).
              07 SD-MS-CCF            PIC 9(005).
              07 SD-MS-SPC            PIC 9(005).
              07 SD-MS-SICOW          PIC 9(005).
              07 SD-MS-SCR            PIC 9(005).
           05 SD-MS-TAB REDEFINES SD-MS-TEMPOS.
              07 SD-MS-BURO           PIC 9(005) OCCURS 7 TIMES.
           05 SD-SISTEMA              PIC X(005).
           05 SD-CNPJ-SOLICITANTE     PIC 9(014).
           05 SD-TP-PESQ-SERASA       PIC X(001).
           05 SD-TP-PESQ-CADIN        PIC X(001).
           05 SD-TP-PESQ-SINAD        PIC X(001).
           05 SD-TP-PESQ-CCF          PIC X(001).
           05 SD-TP-PESQ-SPC          PIC X(001).
           05 SD-TP-PESQ-SICOW        PIC X(001).
           05 SD-TP-PESQ-SCR          PIC X(001).
           05 SD-QT-HH-SERASA         PIC 9(003).
           05 SD-QT-HH-CADIN          PIC 9(003).
           05 SD-QT-HH-SINAD          PIC 9(003).
           05 SD-QT-HH-CCF            PIC 9(003).
           05 SD-QT-HH-SPC            PIC 9(003).
           05 SD-QT-HH-SICOW          PIC 9(003).
           05 SD-QT-HH-SCR            PIC 9(003).

      *----------------------------------------------------------------*
      *    CADASTRO DE METAS CONTRATUAIS, UM CARTAO POR BURO:          *
      *    DISPONIBILIDADE MINIMA (099,50 = 99,50%), PERCENTIL DE      *
      *    RESPOSTA CONTRATADO (95 = P95) E SEU LIMITE EM MS, E OS     *
      *    PERCENTUAIS DE MULTA SOBRE A FATURA DO MES.                 *
      *----------------------------------------------------------------*
       FD  ARQ-SLAMETA
           RECORDING MODE IS F.
       01  REG-SLAMETA.
           05 MET-CO-BURO             PIC X(006).
           05 MET-PC-DISPONIB         PIC 9(003)V99.
           05 MET-NU-PERCENTIL        PIC 9(002).
           05 MET-MS-LIMITE           PIC 9(005).
           05 MET-PC-MULTA-DISP       PIC 9(003)V99.
           05 MET-PC-MULTA-RESP       PIC 9(003)V99.
           05 MET-PC-MULTA-TETO       PIC 9(003)V99.
           05 FILLER                  PIC X(047).

      *----------------------------------------------------------------*
      *    MESMO LAYOUT CONCILIADO PELO PESPO630: UM REGISTRO POR      *
      *    BURO/DIA COM A QUANTIDADE E O VALOR COBRADOS.               *
      *----------------------------------------------------------------*
       FD  ARQ-FATURA
           RECORDING MODE IS F.
       01  REG-FATURA.
           05 FAT-CO-BURO             PIC X(006).
           05 FAT-DT-FATURA           PIC X(008).
           05 FAT-QT-CONSULTAS        PIC 9(007).
           05 FAT-VL-FATURADO         PIC 9(011)V99.

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO              PIC X(080).

       WORKING-STORAGE SECTION.
       77  WK-FS-PARAMET              PIC X(002) VALUE "00".
       77  WK-FS-BUROHIS              PIC X(002) VALUE "00".
       77  WK-FS-SIPDET               PIC X(002) VALUE "00".
       77  WK-FS-SLAMETA              PIC X(002) VALUE "00".
       77  WK-FS-FATURA               PIC X(002) VALUE "00".
       77  WK-FS-RELATORIO            PIC X(002) VALUE "00".
       77  WK-SW-FIM-ARQUIVO          PIC X(001) VALUE "N".
           88 FIM-ARQUIVO                        VALUE "S".
           88 NAO-FIM-ARQUIVO                    VALUE "N".
       77  WK-SW-FIM-BUROHIS          PIC X(001) VALUE "N".
           88 FIM-BUROHIS                        VALUE "S".
           88 NAO-FIM-BUROHIS                    VALUE "N".
       77  WK-SW-PROC-OK              PIC X(001) VALUE "N".
           88 PROCESSAMENTO-OK                   VALUE "S".
           88 PROCESSAMENTO-PENDENTE             VALUE "N".
       77  WK-SW-CADEIA               PIC X(001) VALUE SPACE.
           88 CADEIA-NAO-CONFERIDA               VALUE SPACE.
           88 CADEIA-LIBERADA                    VALUE "S".
           88 CADEIA-BLOQUEADA                   VALUE "N".
       77  WK-SW-PARCIAL              PIC X(001) VALUE "N".
           88 APURACAO-PARCIAL                   VALUE "S".
           88 APURACAO-COMPLETA                  VALUE "N".
       77  WK-DATA-HOJE               PIC X(008) VALUE SPACES.
       77  WK-HORA-AGORA              PIC X(006) VALUE SPACES.
       77  WK-QT-DIAS-MES             PIC 9(002) COMP VALUE ZERO.
       77  WK-QUOCIENTE               PIC 9(004) COMP VALUE ZERO.
       77  WK-RESTO                   PIC 9(004) COMP VALUE ZERO.
       77  WK-MIN-MES                 PIC 9(007) COMP VALUE ZERO.
       77  WK-MIN-LIMITE              PIC 9(007) COMP VALUE ZERO.
       77  WK-MIN-INI                 PIC 9(007) COMP VALUE ZERO.
       77  WK-MIN-FIM                 PIC 9(007) COMP VALUE ZERO.
       77  WK-MIN-BASE                PIC 9(007) COMP VALUE ZERO.
       77  WK-IX-BURO                 PIC 9(002) COMP VALUE ZERO.
       77  WK-IX-FAIXA                PIC 9(004) COMP VALUE ZERO.
       77  WK-QT-DOSSIES-MES          PIC 9(009) COMP VALUE ZERO.
       77  WK-QT-PERIODOS-LIDOS       PIC 9(009) COMP VALUE ZERO.
       77  WK-QT-RANK                 PIC 9(009) COMP VALUE ZERO.
       77  WK-QT-ACUMULADA            PIC 9(009) COMP VALUE ZERO.
       77  WK-NU-PERCENTIL            PIC 9(003) COMP VALUE ZERO.
       77  WK-MS-PERCENTIL            PIC 9(005) VALUE ZERO.
       77  WK-MS-P50                  PIC 9(005) VALUE ZERO.
       77  WK-MS-P90                  PIC 9(005) VALUE ZERO.
       77  WK-MS-P95                  PIC 9(005) VALUE ZERO.
       77  WK-MS-P99                  PIC 9(005) VALUE ZERO.
       77  WK-MS-CONTRATO             PIC 9(005) VALUE ZERO.
       77  WK-PC-DISPONIB             PIC 9(003)V99 VALUE ZERO.
       77  WK-PC-FALTA                PIC 9(003)V99 VALUE ZERO.
       77  WK-QT-PONTOS               PIC 9(003) COMP VALUE ZERO.
       77  WK-PC-MULTA                PIC 9(005)V99 VALUE ZERO.
       77  WK-VL-MULTA                PIC 9(013)V99 VALUE ZERO.
       77  WK-VL-TOTAL-MULTAS         PIC 9(013)V99 VALUE ZERO.
       77  WK-SW-DISP-ATENDIDA        PIC X(001) VALUE "S".
           88 DISPONIB-ATENDIDA                  VALUE "S".
           88 DISPONIB-VIOLADA                   VALUE "N".
       77  WK-SW-RESP-ATENDIDA        PIC X(001) VALUE "S".
           88 RESPOSTA-ATENDIDA                  VALUE "S".
           88 RESPOSTA-VIOLADA                   VALUE "N".

      *----------------------------------------------------------------*
      *    MES DE COMPETENCIA DECOMPOSTO, PARA O CALCULO DA QUANTIDADE *
      *    DE DIAS (FEVEREIRO BISSEXTO INCLUSIVE).                     *
      *----------------------------------------------------------------*
       01  WK-ANO-MES                 PIC X(006) VALUE SPACES.
       01  WK-ANO-MES-R REDEFINES WK-ANO-MES.
           05 WK-ANO                  PIC 9(004).
           05 WK-MES                  PIC 9(002).

       01  WK-DIAS-VALORES            PIC X(024)
               VALUE "312831303130313130313031".
       01  WK-DIAS-TAB REDEFINES WK-DIAS-VALORES.
           05 WK-DIAS-NO-MES          PIC 9(002) OCCURS 12 TIMES.

      *----------------------------------------------------------------*
      *    INSTANTE A CONVERTER EM MINUTOS DESDE O INICIO DO MES DE    *
      *    COMPETENCIA (2500-CONVERTER-INSTANTE).                      *
      *----------------------------------------------------------------*
       01  WK-CV-DATA                 PIC X(008) VALUE SPACES.
       01  WK-CV-DATA-R REDEFINES WK-CV-DATA.
           05 WK-CV-ANO-MES           PIC X(006).
           05 WK-CV-DIA               PIC 9(002).
       01  WK-CV-HORA                 PIC X(006) VALUE SPACES.
       01  WK-CV-HORA-R REDEFINES WK-CV-HORA.
           05 WK-CV-HH                PIC 9(002).
           05 WK-CV-MM                PIC 9(002).
           05 WK-CV-SS                PIC 9(002).
       01  WK-CV-MINUTO               PIC 9(007) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *    OS SETE BUROS DO DOSSIE, NA ORDEM DOS SD-MS-* DO SIPDET.    *
      *----------------------------------------------------------------*
       01  WK-NOMES-VALORES           PIC X(042)
               VALUE "SERASACADIN SINAD CCF   SPC   SICOW SCR   ".
       01  WK-TAB-NOMES-BUROS REDEFINES WK-NOMES-VALORES.
           05 WK-NOME-BURO            PIC X(006) OCCURS 7 TIMES.

      *----------------------------------------------------------------*
      *    APURACAO DE CADA BURO: MINUTOS E QUEDAS DO HISTORICO,       *
      *    FATURA DO MES, META CONTRATUAL E HISTOGRAMA DOS TEMPOS DE   *
      *    RESPOSTA (FAIXA N = (N-1)*10+1 A N*10 MS; A FAIXA 1001      *
      *    RECEBE TUDO ACIMA DE 10.000 MS).                            *
      *----------------------------------------------------------------*
       01  WK-TAB-SLA.
           05 WK-SLA-ENTRADA OCCURS 7 TIMES.
              07 WK-SLA-MIN-INDISP    PIC 9(007) COMP.
              07 WK-SLA-MIN-MANUT     PIC 9(007) COMP.
              07 WK-SLA-QT-QUEDAS     PIC 9(005) COMP.
              07 WK-SLA-QT-JANELAS    PIC 9(005) COMP.
              07 WK-SLA-QT-CONSULTAS  PIC 9(009) COMP.
              07 WK-SLA-VL-FATURA     PIC 9(013)V99 COMP.
              07 WK-SLA-META          PIC X(001).
              07 WK-SLA-PC-DISPONIB   PIC 9(003)V99.
              07 WK-SLA-NU-PERCENTIL  PIC 9(002).
              07 WK-SLA-MS-LIMITE     PIC 9(005).
              07 WK-SLA-PC-MULTA-DISP PIC 9(003)V99.
              07 WK-SLA-PC-MULTA-RESP PIC 9(003)V99.
              07 WK-SLA-PC-MULTA-TETO PIC 9(003)V99.
              07 WK-SLA-QT-FAIXA      PIC 9(009) COMP
                                      OCCURS 1001 TIMES.

       01  WK-AREA-EDICAO.
           05 WK-MIN-ED               PIC 9(007).
           05 WK-MIN-ED-2             PIC 9(007).
           05 WK-QT-ED                PIC 9(005).
           05 WK-QT-ED-2              PIC 9(005).
           05 WK-QT-CONSULTAS-ED      PIC 9(009).
           05 WK-PC-ED                PIC 9(003),99.
           05 WK-PC-ED-2              PIC 9(003),99.
           05 WK-PC-MULTA-ED          PIC 9(005),99.
           05 WK-MS-ED-1              PIC 9(005).
           05 WK-MS-ED-2              PIC 9(005).
           05 WK-MS-ED-3              PIC 9(005).
           05 WK-MS-ED-4              PIC 9(005).
           05 WK-NU-PERCENTIL-ED      PIC 9(002).
           05 WK-VL-ED                PIC 9(013),99.
           05 WK-VL-ED-2              PIC 9(013),99.

       01  WK-CTLEX01-PARM.
           05 WK-CX-FUNCAO            PIC X(001).
           05 WK-CX-NO-PROGRAMA       PIC X(008).
           05 WK-CX-DT-REFERENCIA     PIC X(008).
           05 WK-CX-CO-SITUACAO       PIC X(001).
           05 WK-CX-CO-RETORNO        PIC X(002).
           05 WK-CX-NO-PRE-REQUISITO  PIC X(008).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           IF CADEIA-BLOQUEADA
               GOBACK
           END-IF.
           IF PROCESSAMENTO-OK
               PERFORM 2000-APURAR-PERIODO
                   THRU 2000-APURAR-PERIODO-EXIT
                   UNTIL FIM-BUROHIS
               PERFORM 3000-ACUMULAR-SIPDET
                   THRU 3000-ACUMULAR-SIPDET-EXIT
                   UNTIL FIM-ARQUIVO
               PERFORM 4000-EMITIR-SLA
                   THRU 4000-EMITIR-SLA-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR
               THRU 9000-FINALIZAR-EXIT.
           PERFORM 9800-ENCERRAR-CADEIA
               THRU 9800-ENCERRAR-CADEIA-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           SET PROCESSAMENTO-PENDENTE TO TRUE.
           SET NAO-FIM-ARQUIVO TO TRUE.
           SET NAO-FIM-BUROHIS TO TRUE.
           ACCEPT WK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-AGORA FROM TIME.
           OPEN INPUT ARQ-PARAMET.
           IF WK-FS-PARAMET NOT = "00"
               DISPLAY "PESPO622 - PARAMETRO NAO INFORMADO, FS="
                       WK-FS-PARAMET
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           READ ARQ-PARAMET
               AT END
                   DISPLAY "PESPO622 - ARQUIVO DE PARAMETRO VAZIO"
                   GO TO 1000-INICIALIZAR-EXIT
           END-READ.
           MOVE PAR-ANO-MES TO WK-ANO-MES.
           IF WK-ANO NOT NUMERIC OR WK-MES NOT NUMERIC
              OR WK-MES < 1 OR WK-MES > 12
              OR WK-ANO-MES > WK-DATA-HOJE (1:6)
               DISPLAY "PESPO622 - MES DE COMPETENCIA INVALIDO: "
                       PAR-ANO-MES
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1900-CONFERIR-CADEIA
               THRU 1900-CONFERIR-CADEIA-EXIT.
           IF CADEIA-BLOQUEADA
               CLOSE ARQ-PARAMET
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT ARQ-BUROHIS.
           IF WK-FS-BUROHIS NOT = "00"
               DISPLAY "PESPO622 - HISTORICO DE BUROS INDISPONIVEL, "
                       "FS=" WK-FS-BUROHIS
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT ARQ-SIPDET.
           IF WK-FS-SIPDET NOT = "00"
               DISPLAY "PESPO622 - SIPDET INDISPONIVEL, FS="
                       WK-FS-SIPDET
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 1050-ZERAR-BURO
                   THRU 1050-ZERAR-BURO-EXIT
               VARYING WK-IX-BURO FROM 1 BY 1
               UNTIL WK-IX-BURO > 7.
           PERFORM 1100-CARREGAR-METAS
               THRU 1100-CARREGAR-METAS-EXIT.
           PERFORM 1200-SOMAR-FATURA
               THRU 1200-SOMAR-FATURA-EXIT.
           PERFORM 1300-CALCULAR-MINUTOS-MES
               THRU 1300-CALCULAR-MINUTOS-MES-EXIT.
           MOVE LOW-VALUES TO BHI-CHAVE.
           START ARQ-BUROHIS KEY >= BHI-CHAVE
               INVALID KEY
                   SET FIM-BUROHIS TO TRUE
           END-START.
           PERFORM 2100-LER-BUROHIS
               THRU 2100-LER-BUROHIS-EXIT.
           PERFORM 3100-LER-SIPDET
               THRU 3100-LER-SIPDET-EXIT.
           SET PROCESSAMENTO-OK TO TRUE.
       1000-INICIALIZAR-EXIT.
           EXIT.

       1050-ZERAR-BURO.
           MOVE ZERO TO WK-SLA-MIN-INDISP (WK-IX-BURO).
           MOVE ZERO TO WK-SLA-MIN-MANUT (WK-IX-BURO).
           MOVE ZERO TO WK-SLA-QT-QUEDAS (WK-IX-BURO).
           MOVE ZERO TO WK-SLA-QT-JANELAS (WK-IX-BURO).
           MOVE ZERO TO WK-SLA-QT-CONSULTAS (WK-IX-BURO).
           MOVE ZERO TO WK-SLA-VL-FATURA (WK-IX-BURO).
           MOVE "N"  TO WK-SLA-META (WK-IX-BURO).
           MOVE ZERO TO WK-SLA-PC-DISPONIB (WK-IX-BURO).
           MOVE ZERO TO WK-SLA-NU-PERCENTIL (WK-IX-BURO).
           MOVE ZERO TO WK-SLA-MS-LIMITE (WK-IX-BURO).
           MOVE ZERO TO WK-SLA-PC-MULTA-DISP (WK-IX-BURO).
           MOVE ZERO TO WK-SLA-PC-MULTA-RESP (WK-IX-BURO).
           MOVE ZERO TO WK-SLA-PC-MULTA-TETO (WK-IX-BURO).
           PERFORM 1060-ZERAR-FAIXA
                   THRU 1060-ZERAR-FAIXA-EXIT
               VARYING WK-IX-FAIXA FROM 1 BY 1
               UNTIL WK-IX-FAIXA > 1001.
       1050-ZERAR-BURO-EXIT.
           EXIT.

       1060-ZERAR-FAIXA.
           MOVE ZERO TO WK-SLA-QT-FAIXA (WK-IX-BURO WK-IX-FAIXA).
       1060-ZERAR-FAIXA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CARREGA AS METAS CONTRATUAIS. SEM O ARQUIVO, O SLA E        *
      *    APURADO E EMITIDO SEM MULTA, COM O AVISO NO RELATORIO.      *
      *----------------------------------------------------------------*
       1100-CARREGAR-METAS.
           OPEN INPUT ARQ-SLAMETA.
           IF WK-FS-SLAMETA NOT = "00"
               DISPLAY "PESPO622 - CADASTRO DE METAS INDISPONIVEL, "
                       "FS=" WK-FS-SLAMETA
               GO TO 1100-CARREGAR-METAS-EXIT
           END-IF.
           PERFORM 1110-LER-META
               THRU 1110-LER-META-EXIT
               UNTIL WK-FS-SLAMETA NOT = "00".
           CLOSE ARQ-SLAMETA.
       1100-CARREGAR-METAS-EXIT.
           EXIT.

       1110-LER-META.
           READ ARQ-SLAMETA
               AT END
                   GO TO 1110-LER-META-EXIT
           END-READ.
           MOVE MET-CO-BURO TO BHI-CO-BURO.
           PERFORM 2200-LOCALIZAR-BURO
               THRU 2200-LOCALIZAR-BURO-EXIT.
           IF WK-IX-BURO > 7
               DISPLAY "PESPO622 - META DE BURO DESCONHECIDO IGNORADA: "
                       MET-CO-BURO
               GO TO 1110-LER-META-EXIT
           END-IF.
           IF MET-PC-DISPONIB NOT NUMERIC
              OR MET-NU-PERCENTIL NOT NUMERIC
              OR MET-MS-LIMITE NOT NUMERIC
              OR MET-PC-MULTA-DISP NOT NUMERIC
              OR MET-PC-MULTA-RESP NOT NUMERIC
              OR MET-PC-MULTA-TETO NOT NUMERIC
              OR MET-NU-PERCENTIL = ZERO
               DISPLAY "PESPO622 - META INVALIDA IGNORADA, BURO "
                       MET-CO-BURO
               GO TO 1110-LER-META-EXIT
           END-IF.
           MOVE "S"               TO WK-SLA-META (WK-IX-BURO).
           MOVE MET-PC-DISPONIB   TO WK-SLA-PC-DISPONIB (WK-IX-BURO).
           MOVE MET-NU-PERCENTIL  TO WK-SLA-NU-PERCENTIL (WK-IX-BURO).
           MOVE MET-MS-LIMITE     TO WK-SLA-MS-LIMITE (WK-IX-BURO).
           MOVE MET-PC-MULTA-DISP TO WK-SLA-PC-MULTA-DISP (WK-IX-BURO).
           MOVE MET-PC-MULTA-RESP TO WK-SLA-PC-MULTA-RESP (WK-IX-BURO).
           MOVE MET-PC-MULTA-TETO TO WK-SLA-PC-MULTA-TETO (WK-IX-BURO).
       1110-LER-META-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SOMA A FATURA DO MES DE CADA BURO, BASE DO VALOR DA MULTA.  *
      *    SEM O ARQUIVO, A MULTA SAI SO EM PERCENTUAL.                *
      *----------------------------------------------------------------*
       1200-SOMAR-FATURA.
           OPEN INPUT ARQ-FATURA.
           IF WK-FS-FATURA NOT = "00"
               DISPLAY "PESPO622 - FATURA INDISPONIVEL, FS="
                       WK-FS-FATURA
               GO TO 1200-SOMAR-FATURA-EXIT
           END-IF.
           PERFORM 1210-LER-FATURA
               THRU 1210-LER-FATURA-EXIT
               UNTIL WK-FS-FATURA NOT = "00".
           CLOSE ARQ-FATURA.
       1200-SOMAR-FATURA-EXIT.
           EXIT.

       1210-LER-FATURA.
           READ ARQ-FATURA
               AT END
                   GO TO 1210-LER-FATURA-EXIT
           END-READ.
           IF FAT-DT-FATURA (1:6) NOT = WK-ANO-MES
              OR FAT-VL-FATURADO NOT NUMERIC
               GO TO 1210-LER-FATURA-EXIT
           END-IF.
           MOVE FAT-CO-BURO TO BHI-CO-BURO.
           PERFORM 2200-LOCALIZAR-BURO
               THRU 2200-LOCALIZAR-BURO-EXIT.
           IF WK-IX-BURO <= 7
               ADD FAT-VL-FATURADO TO WK-SLA-VL-FATURA (WK-IX-BURO)
           END-IF.
       1210-LER-FATURA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    MINUTOS DO MES DE COMPETENCIA. NO MES CORRENTE A APURACAO   *
      *    VAI SO ATE O INSTANTE DA EXECUCAO (APURACAO PARCIAL).       *
      *----------------------------------------------------------------*
       1300-CALCULAR-MINUTOS-MES.
           MOVE WK-DIAS-NO-MES (WK-MES) TO WK-QT-DIAS-MES.
           IF WK-MES = 2
               DIVIDE WK-ANO BY 4
                   GIVING WK-QUOCIENTE REMAINDER WK-RESTO
               IF WK-RESTO = ZERO
                   MOVE 29 TO WK-QT-DIAS-MES
                   DIVIDE WK-ANO BY 100
                       GIVING WK-QUOCIENTE REMAINDER WK-RESTO
                   IF WK-RESTO = ZERO
                       DIVIDE WK-ANO BY 400
                           GIVING WK-QUOCIENTE REMAINDER WK-RESTO
                       IF WK-RESTO NOT = ZERO
                           MOVE 28 TO WK-QT-DIAS-MES
                       END-IF
                   END-IF
               END-IF
           END-IF.
           COMPUTE WK-MIN-MES = WK-QT-DIAS-MES * 1440.
           MOVE WK-MIN-MES TO WK-MIN-LIMITE.
           SET APURACAO-COMPLETA TO TRUE.
           IF WK-DATA-HOJE (1:6) = WK-ANO-MES
               SET APURACAO-PARCIAL TO TRUE
               MOVE WK-DATA-HOJE  TO WK-CV-DATA
               MOVE WK-HORA-AGORA TO WK-CV-HORA
               PERFORM 2500-CONVERTER-INSTANTE
                   THRU 2500-CONVERTER-INSTANTE-EXIT
               MOVE WK-CV-MINUTO  TO WK-MIN-LIMITE
           END-IF.
       1300-CALCULAR-MINUTOS-MES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CONTROLE DA CADEIA BATCH: CONFERE OS PRE-REQUISITOS DO JOB  *
      *    NO MES DE COMPETENCIA DO PARAMETRO (AAAAMM01) E REGISTRA O  *
      *    INICIO DA EXECUCAO. JOB BLOQUEADO TERMINA COM RETURN-CODE   *
      *    12 SEM PROCESSAR NADA.                                      *
      *----------------------------------------------------------------*
       1900-CONFERIR-CADEIA.
           SET CADEIA-LIBERADA TO TRUE.
           MOVE "I"        TO WK-CX-FUNCAO.
           MOVE "PESPO622" TO WK-CX-NO-PROGRAMA.
           MOVE WK-ANO-MES TO WK-CX-DT-REFERENCIA (1:6).
           MOVE "01"       TO WK-CX-DT-REFERENCIA (7:2).
           MOVE SPACES     TO WK-CX-CO-SITUACAO.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO = "00"
               GO TO 1900-CONFERIR-CADEIA-EXIT
           END-IF.
           SET CADEIA-BLOQUEADA TO TRUE.
           MOVE 12 TO RETURN-CODE.
           IF WK-CX-CO-RETORNO = "10"
               DISPLAY "PESPO622 - EXECUCAO RECUSADA, PRE-REQUISITO "
                       WK-CX-NO-PRE-REQUISITO " NAO CONCLUIDO EM "
                       WK-CX-DT-REFERENCIA ", RC=12"
           ELSE
               DISPLAY "PESPO622 - EXECUCAO RECUSADA, CONTROLE DA "
                       "CADEIA INDISPONIVEL, RC=12"
           END-IF.
       1900-CONFERIR-CADEIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CADA PERIODO DO HISTORICO E RECORTADO NO MES DE COMPETENCIA *
      *    (PERIODO AINDA EM ABERTO VAI ATE O FIM DO MES OU ATE AGORA) *
      *    E SOMADO NO BURO: "F" CONTA COMO INDISPONIBILIDADE E "M"    *
      *    COMO MANUTENCAO PROGRAMADA. PERIODO "A" NAO PRECISA SER     *
      *    SOMADO - O BURO E DISPONIVEL NO RESTO DO TEMPO.             *
      *----------------------------------------------------------------*
       2000-APURAR-PERIODO.
           IF BHI-TP-PERIODO = "S"
              AND BHI-CO-SITUACAO NOT = "F"
               GO TO 2000-APURAR-PROXIMO
           END-IF.
           PERFORM 2200-LOCALIZAR-BURO
               THRU 2200-LOCALIZAR-BURO-EXIT.
           IF WK-IX-BURO > 7
               GO TO 2000-APURAR-PROXIMO
           END-IF.
           MOVE BHI-DT-INI TO WK-CV-DATA.
           MOVE BHI-HR-INI TO WK-CV-HORA.
           PERFORM 2500-CONVERTER-INSTANTE
               THRU 2500-CONVERTER-INSTANTE-EXIT.
           MOVE WK-CV-MINUTO TO WK-MIN-INI.
           MOVE BHI-DT-FIM TO WK-CV-DATA.
           MOVE BHI-HR-FIM TO WK-CV-HORA.
           PERFORM 2500-CONVERTER-INSTANTE
               THRU 2500-CONVERTER-INSTANTE-EXIT.
           MOVE WK-CV-MINUTO TO WK-MIN-FIM.
           IF WK-MIN-FIM <= WK-MIN-INI
               GO TO 2000-APURAR-PROXIMO
           END-IF.
           IF BHI-TP-PERIODO = "M"
               COMPUTE WK-SLA-MIN-MANUT (WK-IX-BURO) =
                   WK-SLA-MIN-MANUT (WK-IX-BURO)
                 + WK-MIN-FIM - WK-MIN-INI
               ADD 1 TO WK-SLA-QT-JANELAS (WK-IX-BURO)
           ELSE
               COMPUTE WK-SLA-MIN-INDISP (WK-IX-BURO) =
                   WK-SLA-MIN-INDISP (WK-IX-BURO)
                 + WK-MIN-FIM - WK-MIN-INI
               ADD 1 TO WK-SLA-QT-QUEDAS (WK-IX-BURO)
           END-IF.
       2000-APURAR-PROXIMO.
           PERFORM 2100-LER-BUROHIS
               THRU 2100-LER-BUROHIS-EXIT.
       2000-APURAR-PERIODO-EXIT.
           EXIT.

       2100-LER-BUROHIS.
           IF FIM-BUROHIS
               GO TO 2100-LER-BUROHIS-EXIT
           END-IF.
           READ ARQ-BUROHIS NEXT RECORD
               AT END
                   SET FIM-BUROHIS TO TRUE
                   GO TO 2100-LER-BUROHIS-EXIT
           END-READ.
           IF WK-FS-BUROHIS NOT = "00"
               SET FIM-BUROHIS TO TRUE
               GO TO 2100-LER-BUROHIS-EXIT
           END-IF.
           ADD 1 TO WK-QT-PERIODOS-LIDOS.
       2100-LER-BUROHIS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    POSICAO DO BURO INFORMADO EM BHI-CO-BURO NA TABELA DOS      *
      *    SETE BUROS; WK-IX-BURO = 8 QUANDO NAO E UM DELES.           *
      *----------------------------------------------------------------*
       2200-LOCALIZAR-BURO.
           PERFORM 2210-COMPARAR-BURO
                   THRU 2210-COMPARAR-BURO-EXIT
               VARYING WK-IX-BURO FROM 1 BY 1
               UNTIL WK-IX-BURO > 7
                  OR WK-NOME-BURO (WK-IX-BURO) = BHI-CO-BURO.
       2200-LOCALIZAR-BURO-EXIT.
           EXIT.

       2210-COMPARAR-BURO.
           CONTINUE.
       2210-COMPARAR-BURO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CONVERTE WK-CV-DATA/WK-CV-HORA EM MINUTOS DESDE O INICIO DO *
      *    MES DE COMPETENCIA, JA RECORTADO: ANTES DO MES = ZERO,      *
      *    DEPOIS DO MES OU EM BRANCO (PERIODO EM ABERTO) = FIM DA     *
      *    APURACAO (WK-MIN-LIMITE). OS SEGUNDOS SAO DESPREZADOS.      *
      *----------------------------------------------------------------*
       2500-CONVERTER-INSTANTE.
           IF WK-CV-DATA = SPACES
               MOVE WK-MIN-LIMITE TO WK-CV-MINUTO
               GO TO 2500-CONVERTER-INSTANTE-EXIT
           END-IF.
           IF WK-CV-ANO-MES < WK-ANO-MES
               MOVE ZERO TO WK-CV-MINUTO
               GO TO 2500-CONVERTER-INSTANTE-EXIT
           END-IF.
           IF WK-CV-ANO-MES > WK-ANO-MES
              OR WK-CV-DIA NOT NUMERIC
              OR WK-CV-DIA = ZERO
               MOVE WK-MIN-LIMITE TO WK-CV-MINUTO
               GO TO 2500-CONVERTER-INSTANTE-EXIT
           END-IF.
           IF WK-CV-HH NOT NUMERIC OR WK-CV-MM NOT NUMERIC
               MOVE ZERO TO WK-CV-HH
               MOVE ZERO TO WK-CV-MM
           END-IF.
           COMPUTE WK-CV-MINUTO = ((WK-CV-DIA - 1) * 1440)
               + (WK-CV-HH * 60) + WK-CV-MM.
           IF WK-CV-MINUTO > WK-MIN-LIMITE
               MOVE WK-MIN-LIMITE TO WK-CV-MINUTO
           END-IF.
       2500-CONVERTER-INSTANTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    DISTRIBUI NAS FAIXAS DO HISTOGRAMA OS TEMPOS DE RESPOSTA    *
      *    DAS CONSULTAS DE FATO FEITAS NO MES (SD-MS-* > 0).          *
      *----------------------------------------------------------------*
       3000-ACUMULAR-SIPDET.
           IF SD-DT-ACESSO (1:6) NOT = WK-ANO-MES
               GO TO 3000-ACUMULAR-PROXIMO
           END-IF.
           ADD 1 TO WK-QT-DOSSIES-MES.
           PERFORM 3200-REGISTRAR-TEMPO
                   THRU 3200-REGISTRAR-TEMPO-EXIT
               VARYING WK-IX-BURO FROM 1 BY 1
               UNTIL WK-IX-BURO > 7.
       3000-ACUMULAR-PROXIMO.
           PERFORM 3100-LER-SIPDET
               THRU 3100-LER-SIPDET-EXIT.
       3000-ACUMULAR-SIPDET-EXIT.
           EXIT.

       3100-LER-SIPDET.
           READ ARQ-SIPDET
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 3100-LER-SIPDET-EXIT
           END-READ.
       3100-LER-SIPDET-EXIT.
           EXIT.

       3200-REGISTRAR-TEMPO.
           IF SD-MS-BURO (WK-IX-BURO) NOT NUMERIC
              OR SD-MS-BURO (WK-IX-BURO) = ZERO
               GO TO 3200-REGISTRAR-TEMPO-EXIT
           END-IF.
           ADD 1 TO WK-SLA-QT-CONSULTAS (WK-IX-BURO).
           IF SD-MS-BURO (WK-IX-BURO) > 10000
               MOVE 1001 TO WK-IX-FAIXA
           ELSE
               COMPUTE WK-IX-FAIXA =
                   ((SD-MS-BURO (WK-IX-BURO) - 1) / 10) + 1
           END-IF.
           ADD 1 TO WK-SLA-QT-FAIXA (WK-IX-BURO WK-IX-FAIXA).
       3200-REGISTRAR-TEMPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EMISSAO DO FECHAMENTO: UM BLOCO POR BURO COM A              *
      *    DISPONIBILIDADE, OS PERCENTIS, A COMPARACAO COM A META E A  *
      *    MULTA; NO FIM, O TOTAL A ABATER DAS FATURAS DO MES.         *
      *----------------------------------------------------------------*
       4000-EMITIR-SLA.
           MOVE SPACES TO REG-RELATORIO.
           STRING "SLA CONTRATUAL DOS BUROS - FECHAMENTO "
                      DELIMITED BY SIZE
                  WK-ANO-MES DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF APURACAO-PARCIAL
               MOVE SPACES TO REG-RELATORIO
               STRING "*** MES EM ANDAMENTO - APURACAO PARCIAL ATE "
                          DELIMITED BY SIZE
                      WK-DATA-HOJE  DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      WK-HORA-AGORA DELIMITED BY SIZE
                      " ***"        DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           MOVE WK-MIN-LIMITE TO WK-MIN-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "MINUTOS APURADOS NO MES: " DELIMITED BY SIZE
                  WK-MIN-ED                   DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ZERO TO WK-VL-TOTAL-MULTAS.
           PERFORM 4100-EMITIR-UM-BURO
                   THRU 4100-EMITIR-UM-BURO-EXIT
               VARYING WK-IX-BURO FROM 1 BY 1
               UNTIL WK-IX-BURO > 7.
           MOVE WK-VL-TOTAL-MULTAS TO WK-VL-ED.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           STRING "TOTAL DE MULTAS A ABATER DAS FATURAS DO MES: "
                      DELIMITED BY SIZE
                  WK-VL-ED DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       4000-EMITIR-SLA-EXIT.
           EXIT.

       4100-EMITIR-UM-BURO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           STRING "BURO " DELIMITED BY SIZE
                  WK-NOME-BURO (WK-IX-BURO) DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           COMPUTE WK-MIN-BASE =
               WK-MIN-LIMITE - WK-SLA-MIN-MANUT (WK-IX-BURO).
           IF WK-MIN-BASE = ZERO
               MOVE 100 TO WK-PC-DISPONIB
           ELSE
               COMPUTE WK-PC-DISPONIB =
                   ((WK-MIN-BASE - WK-SLA-MIN-INDISP (WK-IX-BURO))
                    * 100) / WK-MIN-BASE
           END-IF.
           MOVE WK-SLA-MIN-INDISP (WK-IX-BURO) TO WK-MIN-ED.
           MOVE WK-SLA-QT-QUEDAS (WK-IX-BURO)  TO WK-QT-ED.
           MOVE WK-SLA-MIN-MANUT (WK-IX-BURO)  TO WK-MIN-ED-2.
           MOVE WK-SLA-QT-JANELAS (WK-IX-BURO) TO WK-QT-ED-2.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  INDISPONIVEL " DELIMITED BY SIZE
                  WK-MIN-ED         DELIMITED BY SIZE
                  " MIN EM "        DELIMITED BY SIZE
                  WK-QT-ED          DELIMITED BY SIZE
                  " QUEDA(S)  MANUTENCAO " DELIMITED BY SIZE
                  WK-MIN-ED-2       DELIMITED BY SIZE
                  " MIN EM "        DELIMITED BY SIZE
                  WK-QT-ED-2        DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 4200-EMITIR-PERCENTIS
               THRU 4200-EMITIR-PERCENTIS-EXIT.
           IF WK-SLA-META (WK-IX-BURO) NOT = "S"
               MOVE WK-PC-DISPONIB TO WK-PC-ED
               MOVE SPACES TO REG-RELATORIO
               STRING "  DISPONIBILIDADE " DELIMITED BY SIZE
                      WK-PC-ED             DELIMITED BY SIZE
                      "%  *** SEM META CADASTRADA - SEM MULTA ***"
                          DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO 4100-EMITIR-UM-BURO-EXIT
           END-IF.
           PERFORM 4300-CALCULAR-MULTA
               THRU 4300-CALCULAR-MULTA-EXIT.
           PERFORM 4400-EMITIR-METAS
               THRU 4400-EMITIR-METAS-EXIT.
       4100-EMITIR-UM-BURO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    P50, P90, P95 E P99 DO BURO, E O PERCENTIL CONTRATADO.      *
      *----------------------------------------------------------------*
       4200-EMITIR-PERCENTIS.
           MOVE 50 TO WK-NU-PERCENTIL.
           PERFORM 4210-CALCULAR-PERCENTIL
               THRU 4210-CALCULAR-PERCENTIL-EXIT.
           MOVE WK-MS-PERCENTIL TO WK-MS-P50.
           MOVE 90 TO WK-NU-PERCENTIL.
           PERFORM 4210-CALCULAR-PERCENTIL
               THRU 4210-CALCULAR-PERCENTIL-EXIT.
           MOVE WK-MS-PERCENTIL TO WK-MS-P90.
           MOVE 95 TO WK-NU-PERCENTIL.
           PERFORM 4210-CALCULAR-PERCENTIL
               THRU 4210-CALCULAR-PERCENTIL-EXIT.
           MOVE WK-MS-PERCENTIL TO WK-MS-P95.
           MOVE 99 TO WK-NU-PERCENTIL.
           PERFORM 4210-CALCULAR-PERCENTIL
               THRU 4210-CALCULAR-PERCENTIL-EXIT.
           MOVE WK-MS-PERCENTIL TO WK-MS-P99.
           MOVE WK-SLA-NU-PERCENTIL (WK-IX-BURO) TO WK-NU-PERCENTIL.
           IF WK-NU-PERCENTIL = ZERO
               MOVE ZERO TO WK-MS-CONTRATO
           ELSE
               PERFORM 4210-CALCULAR-PERCENTIL
                   THRU 4210-CALCULAR-PERCENTIL-EXIT
               MOVE WK-MS-PERCENTIL TO WK-MS-CONTRATO
           END-IF.
           MOVE WK-SLA-QT-CONSULTAS (WK-IX-BURO) TO WK-QT-CONSULTAS-ED.
           MOVE WK-MS-P50 TO WK-MS-ED-1.
           MOVE WK-MS-P90 TO WK-MS-ED-2.
           MOVE WK-MS-P95 TO WK-MS-ED-3.
           MOVE WK-MS-P99 TO WK-MS-ED-4.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  CONSULTAS " DELIMITED BY SIZE
                  WK-QT-CONSULTAS-ED DELIMITED BY SIZE
                  "  P50 "      DELIMITED BY SIZE
                  WK-MS-ED-1    DELIMITED BY SIZE
                  "  P90 "      DELIMITED BY SIZE
                  WK-MS-ED-2    DELIMITED BY SIZE
                  "  P95 "      DELIMITED BY SIZE
                  WK-MS-ED-3    DELIMITED BY SIZE
                  "  P99 "      DELIMITED BY SIZE
                  WK-MS-ED-4    DELIMITED BY SIZE
                  " MS"         DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       4200-EMITIR-PERCENTIS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    PERCENTIL WK-NU-PERCENTIL DO BURO: A POSICAO E O TETO DE    *
      *    QTD X PERCENTIL / 100, E O RESULTADO E O LIMITE SUPERIOR DA *
      *    FAIXA ONDE A CONTAGEM ACUMULADA ALCANCA ESSA POSICAO (99999 *
      *    NA FAIXA ACIMA DE 10.000 MS). BURO SEM CONSULTA = ZERO.     *
      *----------------------------------------------------------------*
       4210-CALCULAR-PERCENTIL.
           MOVE ZERO TO WK-MS-PERCENTIL.
           IF WK-SLA-QT-CONSULTAS (WK-IX-BURO) = ZERO
               GO TO 4210-CALCULAR-PERCENTIL-EXIT
           END-IF.
           COMPUTE WK-QT-RANK =
               ((WK-SLA-QT-CONSULTAS (WK-IX-BURO) * WK-NU-PERCENTIL)
                + 99) / 100.
           MOVE ZERO TO WK-QT-ACUMULADA.
           PERFORM 4220-SOMAR-FAIXA
                   THRU 4220-SOMAR-FAIXA-EXIT
               VARYING WK-IX-FAIXA FROM 1 BY 1
               UNTIL WK-IX-FAIXA > 1001
                  OR WK-QT-ACUMULADA >= WK-QT-RANK.
           SUBTRACT 1 FROM WK-IX-FAIXA.
           IF WK-IX-FAIXA >= 1001
               MOVE 99999 TO WK-MS-PERCENTIL
           ELSE
               COMPUTE WK-MS-PERCENTIL = WK-IX-FAIXA * 10
           END-IF.
       4210-CALCULAR-PERCENTIL-EXIT.
           EXIT.

       4220-SOMAR-FAIXA.
           ADD WK-SLA-QT-FAIXA (WK-IX-BURO WK-IX-FAIXA)
             TO WK-QT-ACUMULADA.
       4220-SOMAR-FAIXA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    MULTA DO BURO EM PERCENTUAL DA FATURA DO MES: PONTOS (OU    *
      *    FRACAO) DE DISPONIBILIDADE ABAIXO DA META X PERCENTUAL POR  *
      *    PONTO, MAIS O PERCENTUAL DA META DE RESPOSTA QUANDO A FAIXA *
      *    DO PERCENTIL CONTRATADO ESTA TODA ACIMA DO LIMITE, LIMITADO *
      *    AO TETO.                                                    *
      *----------------------------------------------------------------*
       4300-CALCULAR-MULTA.
           MOVE ZERO TO WK-PC-MULTA.
           SET DISPONIB-ATENDIDA TO TRUE.
           SET RESPOSTA-ATENDIDA TO TRUE.
           IF WK-PC-DISPONIB < WK-SLA-PC-DISPONIB (WK-IX-BURO)
               SET DISPONIB-VIOLADA TO TRUE
               COMPUTE WK-PC-FALTA =
                   WK-SLA-PC-DISPONIB (WK-IX-BURO) - WK-PC-DISPONIB
               COMPUTE WK-QT-PONTOS = ((WK-PC-FALTA * 100) + 99) / 100
               COMPUTE WK-PC-MULTA = WK-PC-MULTA
                   + (WK-QT-PONTOS * WK-SLA-PC-MULTA-DISP (WK-IX-BURO))
           END-IF.
           IF WK-MS-CONTRATO > 10
              AND WK-MS-CONTRATO - 10 >= WK-SLA-MS-LIMITE (WK-IX-BURO)
               SET RESPOSTA-VIOLADA TO TRUE
               ADD WK-SLA-PC-MULTA-RESP (WK-IX-BURO) TO WK-PC-MULTA
           END-IF.
           IF WK-SLA-PC-MULTA-TETO (WK-IX-BURO) > ZERO
              AND WK-PC-MULTA > WK-SLA-PC-MULTA-TETO (WK-IX-BURO)
               MOVE WK-SLA-PC-MULTA-TETO (WK-IX-BURO) TO WK-PC-MULTA
           END-IF.
           COMPUTE WK-VL-MULTA ROUNDED =
               (WK-SLA-VL-FATURA (WK-IX-BURO) * WK-PC-MULTA) / 100.
           ADD WK-VL-MULTA TO WK-VL-TOTAL-MULTAS.
       4300-CALCULAR-MULTA-EXIT.
           EXIT.

       4400-EMITIR-METAS.
           MOVE WK-PC-DISPONIB TO WK-PC-ED.
           MOVE WK-SLA-PC-DISPONIB (WK-IX-BURO) TO WK-PC-ED-2.
           MOVE SPACES TO REG-RELATORIO.
           IF DISPONIB-ATENDIDA
               STRING "  DISPONIBILIDADE " DELIMITED BY SIZE
                      WK-PC-ED             DELIMITED BY SIZE
                      "%  META "           DELIMITED BY SIZE
                      WK-PC-ED-2           DELIMITED BY SIZE
                      "%  ATENDIDA"        DELIMITED BY SIZE
                   INTO REG-RELATORIO
           ELSE
               STRING "  DISPONIBILIDADE " DELIMITED BY SIZE
                      WK-PC-ED             DELIMITED BY SIZE
                      "%  META "           DELIMITED BY SIZE
                      WK-PC-ED-2           DELIMITED BY SIZE
                      "%  *** NAO ATENDIDA ***" DELIMITED BY SIZE
                   INTO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.
           MOVE WK-SLA-NU-PERCENTIL (WK-IX-BURO) TO WK-NU-PERCENTIL-ED.
           MOVE WK-MS-CONTRATO TO WK-MS-ED-1.
           MOVE WK-SLA-MS-LIMITE (WK-IX-BURO) TO WK-MS-ED-2.
           MOVE SPACES TO REG-RELATORIO.
           IF RESPOSTA-ATENDIDA
               STRING "  RESPOSTA P"   DELIMITED BY SIZE
                      WK-NU-PERCENTIL-ED DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WK-MS-ED-1       DELIMITED BY SIZE
                      " MS  LIMITE "   DELIMITED BY SIZE
                      WK-MS-ED-2       DELIMITED BY SIZE
                      " MS  ATENDIDA"  DELIMITED BY SIZE
                   INTO REG-RELATORIO
           ELSE
               STRING "  RESPOSTA P"   DELIMITED BY SIZE
                      WK-NU-PERCENTIL-ED DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WK-MS-ED-1       DELIMITED BY SIZE
                      " MS  LIMITE "   DELIMITED BY SIZE
                      WK-MS-ED-2       DELIMITED BY SIZE
                      " MS  *** NAO ATENDIDA ***" DELIMITED BY SIZE
                   INTO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.
           MOVE WK-SLA-VL-FATURA (WK-IX-BURO) TO WK-VL-ED.
           MOVE WK-PC-MULTA TO WK-PC-MULTA-ED.
           MOVE WK-VL-MULTA TO WK-VL-ED-2.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  FATURA " DELIMITED BY SIZE
                  WK-VL-ED    DELIMITED BY SIZE
                  "  MULTA "  DELIMITED BY SIZE
                  WK-PC-MULTA-ED DELIMITED BY SIZE
                  "% = "      DELIMITED BY SIZE
                  WK-VL-ED-2  DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       4400-EMITIR-METAS-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARQ-PARAMET.
           CLOSE ARQ-BUROHIS.
           CLOSE ARQ-SIPDET.
           CLOSE ARQ-RELATORIO.
           DISPLAY "PESPO622 - SLA APURADO, PERIODOS LIDOS: "
                   WK-QT-PERIODOS-LIDOS " DOSSIES NO MES: "
                   WK-QT-DOSSIES-MES.
       9000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA CADEIA.           *
      *    INICIALIZACAO QUE NAO CHEGOU A PROCESSAMENTO-OK (ARQUIVO    *
      *    OU PARAMETRO FALTANDO) FICA REGISTRADA COMO FALHA.          *
      *----------------------------------------------------------------*
       9800-ENCERRAR-CADEIA.
           IF NOT CADEIA-LIBERADA
               GO TO 9800-ENCERRAR-CADEIA-EXIT
           END-IF.
           MOVE "F" TO WK-CX-FUNCAO.
           IF PROCESSAMENTO-OK
               MOVE "C" TO WK-CX-CO-SITUACAO
           ELSE
               MOVE "F" TO WK-CX-CO-SITUACAO
           END-IF.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO NOT = "00"
               DISPLAY "PESPO622 - FIM NAO REGISTRADO NO CONTROLE DA "
                       "CADEIA, RETORNO=" WK-CX-CO-RETORNO
           END-IF.
       9800-ENCERRAR-CADEIA-EXIT.
           EXIT.
