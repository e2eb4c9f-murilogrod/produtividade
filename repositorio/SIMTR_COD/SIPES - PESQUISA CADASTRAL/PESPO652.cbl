      ******************************************************************
      *  PROGRAM-ID  : PESPO652                                        *
      *  AUTHOR      : M.R.SANTOS - GTECH                              *
      *  INSTALLATION: SIMTR - DOSSIE DIGITAL                          *
      *  DATE-WRITTEN: 2026-10-15                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PESPO652.
       AUTHOR.        M.R.SANTOS - GTECH.
       INSTALLATION.  SIMTR - DOSSIE DIGITAL.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15  MRS  PROGRAMA ORIGINAL - RELATORIO DE CONTAGIO    *
      *                   SOCIO X EMPRESA SOBRE O ARQUIVO DE VINCULOS  *
      *                   ARQ-SOCIOS GRAVADO POR PESPO600. NA OPCAO    *
      *                   "E" (EMPRESA), PARA CADA CNPJ (OU SO O CNPJ  *
      *                   INFORMADO) LISTA OS SOCIOS ATUAIS QUE TEM    *
      *                   RESTRICAO NO ULTIMO DOSSIE DE CPF DO MESTRE  *
      *                   ARQ-DOSHIST (QUANTIDADE DE OCORRENCIAS,      *
      *                   VALOR E NOTA DE RISCO). NA OPCAO "S" (SOCIO) *
      *                   FAZ A CONSULTA INVERSA: EM QUAIS EMPRESAS O  *
      *                   CPF INFORMADO APARECE OU APARECEU COMO       *
      *                   SOCIO. ANALISE DE GRUPO ECONOMICO PEDIDA     *
      *                   PELO COMITE DE CREDITO NAS OPERACOES DE PJ.  *
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

           SELECT ARQ-SOCIOS ASSIGN TO SOCIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOC-CHAVE
               FILE STATUS IS WK-FS-SOCIOS.

           SELECT ARQ-DOSHIST ASSIGN TO DOSHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-CHAVE
               FILE STATUS IS WK-FS-DOSHIST.

           SELECT ARQ-RELATORIO ASSIGN TO RELCONTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *    PARAMETROS DO PEDIDO: A OPCAO ("E" EMPRESA / "S" SOCIO) E O *
      *    DOCUMENTO. NA OPCAO "E" O CNPJ ZERADO LISTA TODOS OS CNPJS  *
      *    DO ARQUIVO DE VINCULOS; NA OPCAO "S" O CPF E OBRIGATORIO.   *
      *----------------------------------------------------------------*
       FD  ARQ-PARAMET
           RECORDING MODE IS F.
       01  REG-PARAMET.
           05 PAR-TP-CONSULTA         PIC X(001).
              88 PAR-POR-EMPRESA                 VALUE "E".
              88 PAR-POR-SOCIO                   VALUE "S".
           05 PAR-NU-DOCUMENTO        PIC 9(014).

      *----------------------------------------------------------------*
      *    MESMO LAYOUT GRAVADO POR PESPO600: UM REGISTRO POR PAR      *
      *    CNPJ + CPF DO SOCIO, SOC-DT-SAIDA EM BRANCO PARA O SOCIO    *
      *    ATUAL.                                                      *
      *----------------------------------------------------------------*
       FD  ARQ-SOCIOS
           RECORDING MODE IS F.
       01  REG-SOCIO.
           05 SOC-CHAVE.
              07 SOC-CNPJ             PIC 9(014).
              07 SOC-CPF-SOCIO        PIC 9(011).
           05 SOC-NO-SOCIO            PIC X(040).
           05 SOC-PC-PARTICIPA        PIC 9(003)V99.
           05 SOC-DT-ENTRADA          PIC X(008).
           05 SOC-DT-SAIDA            PIC X(008).
           05 SOC-DT-ULT-DOSSIE       PIC X(008).

      *----------------------------------------------------------------*
      *    MESMO LAYOUT GRAVADO POR PESPO600. AQUI SO INTERESSAM OS    *
      *    REGISTROS "C" (CABECALHO) DO ULTIMO DOSSIE DE CADA          *
      *    DOCUMENTO.                                                  *
      *----------------------------------------------------------------*
       FD  ARQ-DOSHIST
           RECORDING MODE IS F.
       01  REG-DOSHIST.
           05 DH-CHAVE.
              07 DH-CPF-CNPJ          PIC 9(014).
              07 DH-DT-ACESSO         PIC X(008).
              07 DH-HR-ACESSO         PIC X(006).
              07 DH-TP-REGISTRO       PIC X(001).
              07 DH-NU-SEQ            PIC 9(005).
           05 DH-DADOS                PIC X(150).
           05 DH-DADOS-CAB REDEFINES DH-DADOS.
              07 DH-CONEXAO-SERASA    PIC 9(001).
              07 DH-CONEXAO-CADIN     PIC 9(001).
              07 DH-CONEXAO-SINAD     PIC 9(001).
              07 DH-CONEXAO-CCF       PIC 9(001).
              07 DH-CONEXAO-SPC       PIC 9(001).
              07 DH-CONEXAO-SICOW     PIC 9(001).
              07 DH-CONEXAO-SCR       PIC 9(001).
              07 DH-QT-SERASA         PIC 9(003).
              07 DH-QT-CADIN          PIC 9(003).
              07 DH-QT-SINAD          PIC 9(003).
              07 DH-QT-CCF            PIC 9(003).
              07 DH-QT-SPC            PIC 9(003).
              07 DH-QT-SICOW          PIC 9(003).
              07 DH-QT-SCR            PIC 9(003).
              07 DH-QT-TOTAL          PIC 9(005).
              07 DH-VL-RISCO          PIC 9(011)V99.
              07 DH-NOTA-RISCO        PIC 9(011)V99.
              07 DH-NO-PESSOA         PIC X(070).
              07 DH-CO-SITUACAO-RF    PIC 9(001).
              07 DH-DS-SITUACAO-RF    PIC X(010).
              07 DH-PJ-QT-PROTESTOS   PIC 9(003).
              07 DH-PJ-QT-RESTRICOES  PIC 9(003).
              07 DH-PJ-QT-SOCIOS      PIC 9(002).
              07 FILLER               PIC X(002).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO              PIC X(080).

       WORKING-STORAGE SECTION.
       77  WK-FS-PARAMET              PIC X(002) VALUE "00".
       77  WK-FS-SOCIOS               PIC X(002) VALUE "00".
       77  WK-FS-DOSHIST              PIC X(002) VALUE "00".
       77  WK-FS-RELATORIO            PIC X(002) VALUE "00".
       77  WK-SW-PROC-OK              PIC X(001) VALUE "N".
           88 PROCESSAMENTO-OK                   VALUE "S".
           88 PROCESSAMENTO-PENDENTE             VALUE "N".
       77  WK-SW-FIM-SOCIOS           PIC X(001) VALUE "N".
           88 FIM-SOCIOS                         VALUE "S".
           88 NAO-FIM-SOCIOS                     VALUE "N".
       77  WK-SW-FIM-HIST             PIC X(001) VALUE "N".
           88 FIM-HISTORICO                      VALUE "S".
           88 NAO-FIM-HISTORICO                  VALUE "N".
       77  WK-SW-ACHOU                PIC X(001) VALUE "N".
           88 DOSSIE-ENCONTRADO                  VALUE "S".
           88 DOSSIE-NAO-ENCONTRADO              VALUE "N".
       77  WK-DATA-HOJE               PIC X(008) VALUE SPACES.
       77  WK-DOCUMENTO               PIC 9(014) VALUE ZERO.
       77  WK-DOC-PESQUISA            PIC 9(014) VALUE ZERO.
       77  WK-CNPJ-ANTERIOR           PIC 9(014) VALUE ZERO.

      *----------------------------------------------------------------*
      *    CONTADORES POR CNPJ (OPCAO "E") E GERAIS DA EXECUCAO.       *
      *----------------------------------------------------------------*
       77  WK-QT-SOCIOS-CNPJ          PIC 9(005) COMP VALUE ZERO.
       77  WK-QT-RESTR-CNPJ           PIC 9(005) COMP VALUE ZERO.
       77  WK-QT-SEM-DOSSIE-CNPJ      PIC 9(005) COMP VALUE ZERO.
       77  WK-VL-RISCO-CNPJ           PIC 9(015)V99 COMP VALUE ZERO.
       77  WK-QT-CNPJS                PIC 9(007) COMP VALUE ZERO.
       77  WK-QT-CNPJS-CONTAGIO       PIC 9(007) COMP VALUE ZERO.
       77  WK-QT-VINCULOS             PIC 9(007) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *    CABECALHO DO ULTIMO DOSSIE DO DOCUMENTO PESQUISADO EM       *
      *    5000-APURAR-ULTIMO-DOSSIE.                                  *
      *----------------------------------------------------------------*
       01  WK-ULT-DOSSIE.
           05 WK-ULT-DT-ACESSO        PIC X(008).
           05 WK-ULT-QT-TOTAL         PIC 9(005).
           05 WK-ULT-VL-RISCO         PIC 9(011)V99.
           05 WK-ULT-NOTA-RISCO       PIC 9(011)V99.
           05 WK-ULT-NO-PESSOA        PIC X(070).

      *----------------------------------------------------------------*
      *    CAMPOS DE APOIO DA EDICAO DAS LINHAS DO RELATORIO.          *
      *----------------------------------------------------------------*
       01  WK-AREA-EDICAO.
           05 WK-PC-PARTICIPA-ED      PIC ZZ9,99.
           05 WK-QT-OCORR-ED          PIC 9(005).
           05 WK-VL-RISCO-ED          PIC 9(011),99.
           05 WK-NOTA-RISCO-ED        PIC 9(011),99.
           05 WK-VL-TOTAL-ED          PIC 9(015),99.
           05 WK-QT-ED                PIC ZZZZ9.
           05 WK-QT-RESTR-ED          PIC ZZZZ9.
           05 WK-QT-SEM-DOSSIE-ED     PIC ZZZZ9.
           05 WK-DT-SAIDA-ED          PIC X(008).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           IF PROCESSAMENTO-OK AND PAR-POR-EMPRESA
               PERFORM 2000-LISTAR-EMPRESAS
                   THRU 2000-LISTAR-EMPRESAS-EXIT
           END-IF.
           IF PROCESSAMENTO-OK AND PAR-POR-SOCIO
               PERFORM 3000-LISTAR-EMPRESAS-DO-SOCIO
                   THRU 3000-LISTAR-EMPRESAS-DO-SOCIO-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR
               THRU 9000-FINALIZAR-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           SET PROCESSAMENTO-PENDENTE TO TRUE.
           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-PARAMET.
           IF WK-FS-PARAMET NOT = "00"
               DISPLAY "PESPO652 - PARAMETRO NAO INFORMADO, FS="
                       WK-FS-PARAMET
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           READ ARQ-PARAMET
               AT END
                   DISPLAY "PESPO652 - ARQUIVO DE PARAMETRO VAZIO"
                   GO TO 1000-INICIALIZAR-EXIT
           END-READ.
           IF NOT PAR-POR-EMPRESA AND NOT PAR-POR-SOCIO
               DISPLAY "PESPO652 - OPCAO INVALIDA: " PAR-TP-CONSULTA
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           IF PAR-NU-DOCUMENTO NOT NUMERIC
               DISPLAY "PESPO652 - DOCUMENTO INVALIDO: "
                       PAR-NU-DOCUMENTO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           IF PAR-POR-SOCIO AND PAR-NU-DOCUMENTO = ZERO
               DISPLAY "PESPO652 - CPF DO SOCIO NAO INFORMADO"
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           MOVE PAR-NU-DOCUMENTO TO WK-DOCUMENTO.
           OPEN INPUT ARQ-SOCIOS.
           IF WK-FS-SOCIOS NOT = "00"
               DISPLAY "PESPO652 - VINCULOS INDISPONIVEIS, FS="
                       WK-FS-SOCIOS
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT ARQ-DOSHIST.
           IF WK-FS-DOSHIST NOT = "00"
               DISPLAY "PESPO652 - HISTORICO INDISPONIVEL, FS="
                       WK-FS-DOSHIST
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           SET PROCESSAMENTO-OK TO TRUE.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    OPCAO "E": PERCORRE OS VINCULOS EM ORDEM DE CNPJ + CPF A    *
      *    PARTIR DO CNPJ INFORMADO (OU DO INICIO), COM QUEBRA POR     *
      *    CNPJ. SO OS SOCIOS ATUAIS (SEM DATA DE SAIDA) ENTRAM NA     *
      *    APURACAO DE CONTAGIO.                                       *
      *----------------------------------------------------------------*
       2000-LISTAR-EMPRESAS.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CONTAGIO SOCIO X EMPRESA - SOCIOS COM RESTRICAO - "
                      DELIMITED BY SIZE
                  WK-DATA-HOJE DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ZERO TO WK-CNPJ-ANTERIOR.
           SET NAO-FIM-SOCIOS TO TRUE.
           MOVE WK-DOCUMENTO TO SOC-CNPJ.
           MOVE ZERO         TO SOC-CPF-SOCIO.
           START ARQ-SOCIOS KEY >= SOC-CHAVE
               INVALID KEY
                   SET FIM-SOCIOS TO TRUE
           END-START.
           PERFORM 2100-LER-VINCULO
               THRU 2100-LER-VINCULO-EXIT
               UNTIL FIM-SOCIOS.
           PERFORM 2300-FECHAR-CNPJ
               THRU 2300-FECHAR-CNPJ-EXIT.
           IF WK-QT-CNPJS = ZERO
               MOVE SPACES TO REG-RELATORIO
               STRING "NENHUM VINCULO SOCIO X EMPRESA PARA O CNPJ "
                          DELIMITED BY SIZE
                      WK-DOCUMENTO DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
       2000-LISTAR-EMPRESAS-EXIT.
           EXIT.

       2100-LER-VINCULO.
           READ ARQ-SOCIOS NEXT RECORD
               AT END
                   SET FIM-SOCIOS TO TRUE
                   GO TO 2100-LER-VINCULO-EXIT
           END-READ.
           IF WK-FS-SOCIOS NOT = "00"
               SET FIM-SOCIOS TO TRUE
               GO TO 2100-LER-VINCULO-EXIT
           END-IF.
           IF WK-DOCUMENTO NOT = ZERO
              AND SOC-CNPJ NOT = WK-DOCUMENTO
               SET FIM-SOCIOS TO TRUE
               GO TO 2100-LER-VINCULO-EXIT
           END-IF.
           IF SOC-CNPJ NOT = WK-CNPJ-ANTERIOR
               PERFORM 2300-FECHAR-CNPJ
                   THRU 2300-FECHAR-CNPJ-EXIT
               PERFORM 2400-ABRIR-CNPJ
                   THRU 2400-ABRIR-CNPJ-EXIT
           END-IF.
           IF SOC-DT-SAIDA NOT = SPACES
               GO TO 2100-LER-VINCULO-EXIT
           END-IF.
           ADD 1 TO WK-QT-SOCIOS-CNPJ.
           ADD 1 TO WK-QT-VINCULOS.
           MOVE SOC-CPF-SOCIO TO WK-DOC-PESQUISA.
           PERFORM 5000-APURAR-ULTIMO-DOSSIE
               THRU 5000-APURAR-ULTIMO-DOSSIE-EXIT.
           IF DOSSIE-NAO-ENCONTRADO
               ADD 1 TO WK-QT-SEM-DOSSIE-CNPJ
               GO TO 2100-LER-VINCULO-EXIT
           END-IF.
           IF WK-ULT-QT-TOTAL > ZERO
               PERFORM 2200-EMITIR-SOCIO-RESTRITO
                   THRU 2200-EMITIR-SOCIO-RESTRITO-EXIT
           END-IF.
       2100-LER-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SOCIO ATUAL COM OCORRENCIA NO ULTIMO DOSSIE DE CPF: DUAS    *
      *    LINHAS (IDENTIFICACAO E O RESUMO DE RISCO DO DOSSIE).       *
      *----------------------------------------------------------------*
       2200-EMITIR-SOCIO-RESTRITO.
           ADD 1 TO WK-QT-RESTR-CNPJ.
           ADD WK-ULT-VL-RISCO TO WK-VL-RISCO-CNPJ.
           MOVE SOC-PC-PARTICIPA  TO WK-PC-PARTICIPA-ED.
           MOVE WK-ULT-QT-TOTAL   TO WK-QT-OCORR-ED.
           MOVE WK-ULT-VL-RISCO   TO WK-VL-RISCO-ED.
           MOVE WK-ULT-NOTA-RISCO TO WK-NOTA-RISCO-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  SOCIO "          DELIMITED BY SIZE
                  SOC-CPF-SOCIO       DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  SOC-NO-SOCIO        DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WK-PC-PARTICIPA-ED  DELIMITED BY SIZE
                  "%"                 DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "    DOSSIE "       DELIMITED BY SIZE
                  WK-ULT-DT-ACESSO    DELIMITED BY SIZE
                  " OCORR "           DELIMITED BY SIZE
                  WK-QT-OCORR-ED      DELIMITED BY SIZE
                  " VALOR "           DELIMITED BY SIZE
                  WK-VL-RISCO-ED      DELIMITED BY SIZE
                  " NOTA "            DELIMITED BY SIZE
                  WK-NOTA-RISCO-ED    DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       2200-EMITIR-SOCIO-RESTRITO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    RODAPE DO CNPJ ANTERIOR: SOCIOS ATUAIS, QUANTOS COM         *
      *    RESTRICAO, QUANTOS SEM DOSSIE DE CPF E O VALOR DE RISCO     *
      *    SOMADO DOS SOCIOS RESTRITOS.                                *
      *----------------------------------------------------------------*
       2300-FECHAR-CNPJ.
           IF WK-CNPJ-ANTERIOR = ZERO
               GO TO 2300-FECHAR-CNPJ-EXIT
           END-IF.
           IF WK-QT-RESTR-CNPJ > ZERO
               ADD 1 TO WK-QT-CNPJS-CONTAGIO
           END-IF.
           MOVE WK-QT-SOCIOS-CNPJ     TO WK-QT-ED.
           MOVE WK-QT-RESTR-CNPJ      TO WK-QT-RESTR-ED.
           MOVE WK-QT-SEM-DOSSIE-CNPJ TO WK-QT-SEM-DOSSIE-ED.
           MOVE WK-VL-RISCO-CNPJ      TO WK-VL-TOTAL-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  SOCIOS ATUAIS "  DELIMITED BY SIZE
                  WK-QT-ED            DELIMITED BY SIZE
                  " COM RESTRICAO "   DELIMITED BY SIZE
                  WK-QT-RESTR-ED      DELIMITED BY SIZE
                  " SEM DOSSIE "      DELIMITED BY SIZE
                  WK-QT-SEM-DOSSIE-ED DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  VALOR DE RISCO DOS SOCIOS RESTRITOS: "
                      DELIMITED BY SIZE
                  WK-VL-TOTAL-ED DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       2300-FECHAR-CNPJ-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    ABRE O CNPJ DA VEZ: ZERA OS CONTADORES E EMITE A            *
      *    IDENTIFICACAO COM A RAZAO SOCIAL DO ULTIMO DOSSIE DO CNPJ.  *
      *----------------------------------------------------------------*
       2400-ABRIR-CNPJ.
           MOVE SOC-CNPJ TO WK-CNPJ-ANTERIOR.
           ADD 1 TO WK-QT-CNPJS.
           MOVE ZERO TO WK-QT-SOCIOS-CNPJ.
           MOVE ZERO TO WK-QT-RESTR-CNPJ.
           MOVE ZERO TO WK-QT-SEM-DOSSIE-CNPJ.
           MOVE ZERO TO WK-VL-RISCO-CNPJ.
           MOVE SOC-CNPJ TO WK-DOC-PESQUISA.
           PERFORM 5000-APURAR-ULTIMO-DOSSIE
               THRU 5000-APURAR-ULTIMO-DOSSIE-EXIT.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CNPJ "               DELIMITED BY SIZE
                  SOC-CNPJ              DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WK-ULT-NO-PESSOA (1:50) DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       2400-ABRIR-CNPJ-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    OPCAO "S": CONSULTA INVERSA. O ARQUIVO E CHAVEADO POR CNPJ, *
      *    ENTAO E LIDO POR INTEIRO SELECIONANDO OS VINCULOS DO CPF    *
      *    INFORMADO, ATUAIS E ENCERRADOS.                             *
      *----------------------------------------------------------------*
       3000-LISTAR-EMPRESAS-DO-SOCIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "EMPRESAS EM QUE O CPF E SOCIO - " DELIMITED BY SIZE
                  WK-DOCUMENTO (4:11) DELIMITED BY SIZE
                  " - "               DELIMITED BY SIZE
                  WK-DATA-HOJE        DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           SET NAO-FIM-SOCIOS TO TRUE.
           MOVE ZERO TO SOC-CNPJ.
           MOVE ZERO TO SOC-CPF-SOCIO.
           START ARQ-SOCIOS KEY >= SOC-CHAVE
               INVALID KEY
                   SET FIM-SOCIOS TO TRUE
           END-START.
           PERFORM 3100-LER-VINCULO-SOCIO
               THRU 3100-LER-VINCULO-SOCIO-EXIT
               UNTIL FIM-SOCIOS.
           MOVE WK-QT-VINCULOS TO WK-QT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAL DE EMPRESAS: " DELIMITED BY SIZE
                  WK-QT-ED              DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       3000-LISTAR-EMPRESAS-DO-SOCIO-EXIT.
           EXIT.

       3100-LER-VINCULO-SOCIO.
           READ ARQ-SOCIOS NEXT RECORD
               AT END
                   SET FIM-SOCIOS TO TRUE
                   GO TO 3100-LER-VINCULO-SOCIO-EXIT
           END-READ.
           IF WK-FS-SOCIOS NOT = "00"
               SET FIM-SOCIOS TO TRUE
               GO TO 3100-LER-VINCULO-SOCIO-EXIT
           END-IF.
           IF SOC-CPF-SOCIO NOT = WK-DOCUMENTO
               GO TO 3100-LER-VINCULO-SOCIO-EXIT
           END-IF.
           ADD 1 TO WK-QT-VINCULOS.
           MOVE SOC-CNPJ TO WK-DOC-PESQUISA.
           PERFORM 5000-APURAR-ULTIMO-DOSSIE
               THRU 5000-APURAR-ULTIMO-DOSSIE-EXIT.
           PERFORM 3200-EMITIR-EMPRESA
               THRU 3200-EMITIR-EMPRESA-EXIT.
       3100-LER-VINCULO-SOCIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    DUAS LINHAS POR EMPRESA: CNPJ COM A RAZAO SOCIAL DO ULTIMO  *
      *    DOSSIE DO CNPJ, E A PARTICIPACAO, ENTRADA/SAIDA DO SOCIO E  *
      *    O RISCO DO ULTIMO DOSSIE DA EMPRESA.                        *
      *----------------------------------------------------------------*
       3200-EMITIR-EMPRESA.
           MOVE SOC-PC-PARTICIPA  TO WK-PC-PARTICIPA-ED.
           MOVE WK-ULT-QT-TOTAL   TO WK-QT-OCORR-ED.
           MOVE WK-ULT-NOTA-RISCO TO WK-NOTA-RISCO-ED.
           IF SOC-DT-SAIDA = SPACES
               MOVE "ATUAL"      TO WK-DT-SAIDA-ED
           ELSE
               MOVE SOC-DT-SAIDA TO WK-DT-SAIDA-ED
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  EMPRESA "           DELIMITED BY SIZE
                  SOC-CNPJ               DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WK-ULT-NO-PESSOA (1:50) DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "    PART "            DELIMITED BY SIZE
                  WK-PC-PARTICIPA-ED     DELIMITED BY SIZE
                  " ENTRADA "            DELIMITED BY SIZE
                  SOC-DT-ENTRADA         DELIMITED BY SIZE
                  " SAIDA "              DELIMITED BY SIZE
                  WK-DT-SAIDA-ED         DELIMITED BY SIZE
                  " OCORR "              DELIMITED BY SIZE
                  WK-QT-OCORR-ED         DELIMITED BY SIZE
                  " NOTA "               DELIMITED BY SIZE
                  WK-NOTA-RISCO-ED       DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       3200-EMITIR-EMPRESA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LOCALIZA NO MESTRE O CABECALHO "C" MAIS RECENTE DE          *
      *    WK-DOC-PESQUISA (A CHAVE E ASCENDENTE POR DATA/HORA, ENTAO  *
      *    O ULTIMO LIDO PREVALECE). DOCUMENTO SEM DOSSIE DEVOLVE OS   *
      *    CAMPOS ZERADOS E DOSSIE-NAO-ENCONTRADO.                     *
      *----------------------------------------------------------------*
       5000-APURAR-ULTIMO-DOSSIE.
           SET DOSSIE-NAO-ENCONTRADO TO TRUE.
           MOVE SPACES TO WK-ULT-DT-ACESSO.
           MOVE ZERO   TO WK-ULT-QT-TOTAL.
           MOVE ZERO   TO WK-ULT-VL-RISCO.
           MOVE ZERO   TO WK-ULT-NOTA-RISCO.
           MOVE SPACES TO WK-ULT-NO-PESSOA.
           SET NAO-FIM-HISTORICO TO TRUE.
           MOVE LOW-VALUES      TO DH-CHAVE.
           MOVE WK-DOC-PESQUISA TO DH-CPF-CNPJ.
           START ARQ-DOSHIST KEY >= DH-CHAVE
               INVALID KEY
                   SET FIM-HISTORICO TO TRUE
           END-START.
           PERFORM 5100-LER-HISTORICO
               THRU 5100-LER-HISTORICO-EXIT
               UNTIL FIM-HISTORICO.
       5000-APURAR-ULTIMO-DOSSIE-EXIT.
           EXIT.

       5100-LER-HISTORICO.
           READ ARQ-DOSHIST NEXT RECORD
               AT END
                   SET FIM-HISTORICO TO TRUE
                   GO TO 5100-LER-HISTORICO-EXIT
           END-READ.
           IF WK-FS-DOSHIST NOT = "00"
              OR DH-CPF-CNPJ NOT = WK-DOC-PESQUISA
               SET FIM-HISTORICO TO TRUE
               GO TO 5100-LER-HISTORICO-EXIT
           END-IF.
           IF DH-TP-REGISTRO NOT = "C"
               GO TO 5100-LER-HISTORICO-EXIT
           END-IF.
           SET DOSSIE-ENCONTRADO TO TRUE.
           MOVE DH-DT-ACESSO  TO WK-ULT-DT-ACESSO.
           MOVE DH-NO-PESSOA  TO WK-ULT-NO-PESSOA.
           IF DH-QT-TOTAL NUMERIC
               MOVE DH-QT-TOTAL TO WK-ULT-QT-TOTAL
           ELSE
               MOVE ZERO TO WK-ULT-QT-TOTAL
           END-IF.
           IF DH-VL-RISCO NUMERIC
               MOVE DH-VL-RISCO TO WK-ULT-VL-RISCO
           ELSE
               MOVE ZERO TO WK-ULT-VL-RISCO
           END-IF.
           IF DH-NOTA-RISCO NUMERIC
               MOVE DH-NOTA-RISCO TO WK-ULT-NOTA-RISCO
           ELSE
               MOVE ZERO TO WK-ULT-NOTA-RISCO
           END-IF.
       5100-LER-HISTORICO-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARQ-PARAMET.
           CLOSE ARQ-SOCIOS.
           CLOSE ARQ-DOSHIST.
           CLOSE ARQ-RELATORIO.
           IF PAR-POR-EMPRESA
               DISPLAY "PESPO652 - CNPJS LISTADOS......: " WK-QT-CNPJS
               DISPLAY "PESPO652 - CNPJS COM CONTAGIO..: "
                       WK-QT-CNPJS-CONTAGIO
               DISPLAY "PESPO652 - SOCIOS ATUAIS LIDOS.: "
                       WK-QT-VINCULOS
           ELSE
               DISPLAY "PESPO652 - EMPRESAS DO SOCIO...: "
                       WK-QT-VINCULOS
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
