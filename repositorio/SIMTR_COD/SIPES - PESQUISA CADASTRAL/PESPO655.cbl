      ******************************************************************
      *  PROGRAM-ID  : PESPO655                                        *
      *  AUTHOR      : M.R.SANTOS - GTECH                              *
      *  INSTALLATION: SIMTR - DOSSIE DIGITAL                          *
      *  DATE-WRITTEN: 2026-10-15                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PESPO655.
       AUTHOR.        M.R.SANTOS - GTECH.
       INSTALLATION.  SIMTR - DOSSIE DIGITAL.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15  MRS  PROGRAMA ORIGINAL - CONFERENCIA NOTURNA DE   *
      *                   INTEGRIDADE CRUZADA DOS DOSSIES DA DATA DO   *
      *                   MOVIMENTO ENTRE AS QUATRO GRAVACOES DO       *
      *                   PESPO600: MESTRE ARQ-DOSHIST (8500/2918),    *
      *                   EXTRATO ARQ-OCORRENCIAS (2915), DETALHE      *
      *                   SIPDET (8400) E TRILHA AUDITREG (8300). A    *
      *                   FALHA DE UMA DESSAS GRAVACOES SO SAI NO      *
      *                   SYSOUT DA CHAMADA; AQUI ELA VIRA DIVERGENCIA *
      *                   NO RELATORIO E NO ARQUIVO DE CHAVES, COM     *
      *                   RETURN-CODE 4 ANTES DO FECHAMENTO DO DIA.    *
      *                   REGISTROS "O" SEM CABECALHO TAMBEM SAO       *
      *                   DIVERGENCIA, E O EVENTO DE AUDITORIA SO      *
      *                   ABONA O CABECALHO DO MESMO NIS.              *
      ******************************************************************

      ******************************************************************
      *  FUNCAO : TIPOS DE DIVERGENCIA CONFERIDOS:                     *
      *             Q - CABECALHO "C" COM DH-QT-TOTAL DIFERENTE DA     *
      *                 QUANTIDADE DE REGISTROS "O" DO DOSSIE, OU      *
      *                 REGISTROS "O" SEM CABECALHO (TOTAL ZERO);      *
      *             D - CONSULTA NO SIPDET SEM CABECALHO NO DOSHIST;   *
      *             E - OCORRENCIA NO EXTRATO SEM DOSSIE NO DOSHIST;   *
      *             S - CABECALHO "C" SEM REGISTRO NO SIPDET;          *
      *             A - CABECALHO "C" SEM EVENTO NA AUDITREG.          *
      *           OS CABECALHOS DO DIA SAO LIDOS NA ORDEM DA CHAVE DO  *
      *           MESTRE (DOCUMENTO + HORA) PARA UMA TABELA, ONDE O    *
      *           SIPDET, O EXTRATO E A AUDITREG SAO PROCURADOS POR    *
      *           PESQUISA BINARIA.                                    *
      *           A CHAMADA DE CONTINUACAO DO CURSOR DE OCORRENCIAS    *
      *           (ES600-NU-OCORR-INICIAL > 0) GRAVA SIPDET, EXTRATO   *
      *           E AUDITORIA COM HORA PROPRIA, MAS NAO GRAVA          *
      *           CABECALHO: REGISTRO SEM CABECALHO EXATO, MAS COM UM  *
      *           CABECALHO DO MESMO DOCUMENTO MAIS CEDO NO DIA, E     *
      *           CONTADO COMO CONTINUACAO E NAO COMO DIVERGENCIA. A   *
      *           CONTINUACAO NAO GRAVA REGISTRO "O": CHAVE COM "O" E  *
      *           SEM "C" E DOSSIE CUJO CABECALHO SE PERDEU, E O       *
      *           SIPDET E O EXTRATO DELA SAO D E E.                   *
      *           O AUDIT010 CARIMBA A PROPRIA HORA, DEPOIS DA HORA DO *
      *           DOSSIE: O EVENTO E ATRIBUIDO AO ULTIMO CABECALHO DO  *
      *           DOCUMENTO DO MESMO NIS (O DO SIPDET DO CABECALHO)    *
      *           COM HORA ATE A HORA DO EVENTO. EVENTOS               *
      *           ADMINISTRATIVOS E DE ACESSO NEGADO (QUE NAO GERAM    *
      *           DOSSIE) NAO ENTRAM NA CONFERENCIA.                   *
      *           RETURN-CODE 4 QUANDO HA DIVERGENCIA; RETURN-CODE 8   *
      *           QUANDO ALGUMA FONTE NAO PODE SER LIDA OU A TABELA DE *
      *           CABECALHOS ESGOTOU (CONFERENCIA PARCIAL).            *
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

           SELECT ARQ-DOSHIST ASSIGN TO DOSHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-CHAVE
               FILE STATUS IS WK-FS-DOSHIST.

           SELECT ARQ-SIPDET ASSIGN TO SIPDET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-SIPDET.

           SELECT ARQ-OCORRENCIAS ASSIGN TO ARQOCOR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-OCORRENCIAS.

           SELECT AUDITREG ASSIGN TO AUDITREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-CHAVE
               FILE STATUS IS WK-FS-AUDITREG.

           SELECT ARQ-RELATORIO ASSIGN TO RELINTEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.

           SELECT ARQ-DIVERGENCIAS ASSIGN TO DIVINTEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-DIVERGENCIAS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *    DATA DO MOVIMENTO (AAAAMMDD); BRANCO = DATA DO DIA.         *
      *----------------------------------------------------------------*
       FD  ARQ-PARAMET
           RECORDING MODE IS F.
       01  REG-PARAMET.
           05 PAR-DT-MOVIMENTO        PIC X(008).
           05 FILLER                  PIC X(072).

      *----------------------------------------------------------------*
      *    MESMO LAYOUT GRAVADO PELO PESPO600.                         *
      *----------------------------------------------------------------*
       FD  ARQ-DOSHIST
           RECORDING MODE IS F.
       01  REG-DOSHIST.
           05 DH-CHAVE.
              07 DH-CPF-CNPJ          PIC 9(014).
              07 DH-DT-ACESSO         PIC X(008).
              07 DH-HR-ACESSO         PIC X(006).
              07 DH-TP-REGISTRO       PIC X(001).
                 88 DH-CABECALHO                 VALUE "C".
                 88 DH-OCORRENCIA                VALUE "O".
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
           05 DH-DADOS-OCORR REDEFINES DH-DADOS.
              07 DH-CO-BURO           PIC X(006).
              07 DH-DT-OCORR          PIC X(008).
              07 DH-HR-OCORR          PIC X(006).
              07 DH-VL-OCORR          PIC 9(011)V99.
              07 DH-CO-STATUS         PIC X(001).
              07 DH-NU-REF            PIC X(020).
              07 DH-CO-CONTESTACAO    PIC X(001).
              07 FILLER               PIC X(095).

      *----------------------------------------------------------------*
      *    MESMO LAYOUT GRAVADO PELO PESPO600. SO A CHAVE DO DOSSIE    *
      *    (DOCUMENTO + DATA/HORA) INTERESSA A CONFERENCIA.            *
      *----------------------------------------------------------------*
       FD  ARQ-SIPDET
           RECORDING MODE IS F.
       01  REG-SIPDET.
           05 SD-CPF-CNPJ             PIC 9(014).
           05 SD-NIS                  PIC 9(011).
           05 SD-DT-ACESSO            PIC X(008).
           05 SD-HR-ACESSO            PIC X(006).
           05 FILLER                  PIC X(114).

      *----------------------------------------------------------------*
      *    MESMO LAYOUT GRAVADO PELO PESPO600 (72 BYTES).              *
      *----------------------------------------------------------------*
       FD  ARQ-OCORRENCIAS
           RECORDING MODE IS F.
       01  REG-OCORRENCIA.
           05 OCR-CPF-CNPJ            PIC 9(014).
           05 OCR-CO-BURO             PIC X(006).
           05 OCR-DT-OCORRENCIA       PIC X(008).
           05 OCR-HR-OCORRENCIA       PIC X(006).
           05 OCR-NU-SEQUENCIA        PIC 9(003).
           05 OCR-VL-OCORRENCIA       PIC 9(011)V99.
           05 OCR-CO-STATUS           PIC X(001).
           05 OCR-NU-REFERENCIA       PIC X(020).
           05 OCR-CO-CONTESTACAO      PIC X(001).

      *----------------------------------------------------------------*
      *    MESMO LAYOUT GRAVADO PELO AUDIT010. AS OPERACOES LISTADAS   *
      *    EM AUD-SEM-DOSSIE (ACESSO NEGADO, CIRCUIT-BREAKER E DUPLA   *
      *    CUSTODIA) E AS DE MANUTENCAO ("MANUT-...") NAO CORRESPONDEM *
      *    A UM DOSSIE GRAVADO. O EVENTO SO CONTA PARA O CABECALHO     *
      *    QUANDO AUD-NIS E O NIS DO SIPDET DAQUELE DOSSIE (SEM SIPDET *
      *    LIDO NAO HA NIS A CONFRONTAR E VALE SO DOCUMENTO + HORA).   *
      *----------------------------------------------------------------*
       FD  AUDITREG
           RECORDING MODE IS F.
       01  REG-AUDITORIA.
           05 AUD-CHAVE.
              07 AUD-NIS              PIC 9(011).
              07 AUD-NIVEL-AUTENT     PIC X(002).
              07 AUD-OPERACAO         PIC X(016).
                 88 AUD-SEM-DOSSIE    VALUE "ACESSO-BLOQUEADO"
                                            "SEM-BASE-LEGAL"
                                            "CIRCUIT-BREAKER"
                                            "PROPOE-ALTERACAO"
                                            "APROVA-PROPOSTA"
                                            "REJEITA-PROPOSTA"
                                            "EXPIRA-PROPOSTA".
              07 AUD-DT-EVENTO        PIC X(008).
              07 AUD-SEQ-EVENTO       PIC 9(004).
           05 AUD-SISTEMA             PIC X(006).
           05 AUD-FUNCAO              PIC X(010).
           05 AUD-NO-PROGRAMA         PIC X(008).
           05 AUD-HR-EVENTO           PIC X(006).
           05 AUD-CPF-CNPJ            PIC 9(014).
           05 AUD-CO-BASE-LEGAL       PIC X(002).
           05 AUD-CO-FINALIDADE       PIC X(010).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO              PIC X(080).

      *----------------------------------------------------------------*
      *    CHAVES DIVERGENTES, UMA POR DIVERGENCIA, PARA A OPERACAO    *
      *    TRATAR ANTES DO FECHAMENTO DO DIA. DVG-CO-TIPO SEGUE OS     *
      *    TIPOS DO RELATORIO (Q, D, E, S, A). AS QUANTIDADES SO SAO   *
      *    PREENCHIDAS NO TIPO Q (DH-QT-TOTAL E REGISTROS "O" LIDOS);  *
      *    REGISTROS "O" SEM CABECALHO SAO Q COM DH-QT-TOTAL ZERO.     *
      *----------------------------------------------------------------*
       FD  ARQ-DIVERGENCIAS
           RECORDING MODE IS F.
       01  REG-DIVERGENCIA.
           05 DVG-DT-MOVIMENTO        PIC X(008).
           05 DVG-CO-TIPO             PIC X(001).
           05 DVG-CPF-CNPJ            PIC 9(014).
           05 DVG-DT-ACESSO           PIC X(008).
           05 DVG-HR-ACESSO           PIC X(006).
           05 DVG-QT-INFORMADA        PIC 9(005).
           05 DVG-QT-ENCONTRADA       PIC 9(005).
           05 FILLER                  PIC X(033).

       WORKING-STORAGE SECTION.
       77  WK-FS-PARAMET              PIC X(002) VALUE "00".
       77  WK-FS-DOSHIST              PIC X(002) VALUE "00".
       77  WK-FS-SIPDET               PIC X(002) VALUE "00".
       77  WK-FS-OCORRENCIAS          PIC X(002) VALUE "00".
       77  WK-FS-AUDITREG             PIC X(002) VALUE "00".
       77  WK-FS-RELATORIO            PIC X(002) VALUE "00".
       77  WK-FS-DIVERGENCIAS         PIC X(002) VALUE "00".
       77  WK-SW-FIM-HIST             PIC X(001) VALUE "N".
           88 FIM-HISTORICO                      VALUE "S".
           88 NAO-FIM-HISTORICO                  VALUE "N".
       77  WK-SW-FIM-SIPDET           PIC X(001) VALUE "N".
           88 FIM-SIPDET                         VALUE "S".
           88 NAO-FIM-SIPDET                     VALUE "N".
       77  WK-SW-FIM-OCORR            PIC X(001) VALUE "N".
           88 FIM-OCORRENCIAS                    VALUE "S".
           88 NAO-FIM-OCORRENCIAS                VALUE "N".
       77  WK-SW-FIM-AUDIT            PIC X(001) VALUE "N".
           88 FIM-AUDITREG                       VALUE "S".
           88 NAO-FIM-AUDITREG                   VALUE "N".
       77  WK-SW-PROC-OK              PIC X(001) VALUE "N".
           88 PROCESSAMENTO-OK                   VALUE "S".
           88 PROCESSAMENTO-PENDENTE             VALUE "N".
       77  WK-SW-CONFERENCIA          PIC X(001) VALUE "C".
           88 CONFERENCIA-COMPLETA               VALUE "C".
           88 CONFERENCIA-PARCIAL                VALUE "P".
       77  WK-SW-SIPDET-LIDO          PIC X(001) VALUE "N".
           88 SIPDET-CONFERIDO                   VALUE "S".
       77  WK-SW-AUDIT-LIDA           PIC X(001) VALUE "N".
           88 AUDITREG-CONFERIDA                 VALUE "S".
       77  WK-SW-GRUPO                PIC X(001) VALUE "N".
           88 GRUPO-ABERTO                       VALUE "S".
           88 GRUPO-FECHADO                      VALUE "N".
       77  WK-SW-ORFAO                PIC X(001) VALUE "N".
           88 ORFAO-ABERTO                       VALUE "S".
           88 ORFAO-FECHADO                      VALUE "N".
       77  WK-SW-BUSCA-ORFAO          PIC X(001) VALUE "N".
           88 ORFAO-ENCONTRADO                   VALUE "S".
           88 ORFAO-NAO-ENCONTRADO               VALUE "N".
       77  WK-SW-EVENTO               PIC X(001) VALUE "N".
           88 EVENTO-RESOLVIDO                   VALUE "S".
           88 EVENTO-PENDENTE                    VALUE "N".
       77  WK-SW-BUSCA                PIC X(001) VALUE SPACE.
           88 CABECALHO-EXATO                    VALUE "E".
           88 CABECALHO-ANTERIOR                 VALUE "A".
           88 CABECALHO-AUSENTE                  VALUE "N".
       77  WK-SW-CADEIA               PIC X(001) VALUE SPACE.
           88 CADEIA-NAO-CONFERIDA               VALUE SPACE.
           88 CADEIA-LIBERADA                    VALUE "S".
           88 CADEIA-BLOQUEADA                   VALUE "N".
       77  WK-DATA-HOJE               PIC X(008) VALUE SPACES.
       77  WK-DT-MOVIMENTO            PIC X(008) VALUE SPACES.
       77  WK-CO-SECAO                PIC X(001) VALUE SPACE.
       77  WK-DS-SECAO                PIC X(050) VALUE SPACES.
       77  WK-QT-DIV-SECAO            PIC 9(007) VALUE ZERO.
       77  WK-QT-CAB                  PIC 9(005) COMP VALUE ZERO.
       77  WK-QT-CAB-MAXIMO           PIC 9(005) COMP VALUE 20000.
       77  WK-QT-ORF                  PIC 9(005) COMP VALUE ZERO.
       77  WK-QT-ORF-MAXIMO           PIC 9(005) COMP VALUE 5000.
       77  WK-NU-INI                  PIC 9(005) COMP VALUE ZERO.
       77  WK-NU-FIM                  PIC 9(005) COMP VALUE ZERO.
       77  WK-NU-MEIO                 PIC 9(005) COMP VALUE ZERO.
       77  WK-NU-ACHADO               PIC 9(005) COMP VALUE ZERO.
       77  WK-QT-LIDOS-HIST           PIC 9(009) COMP VALUE ZERO.
       77  WK-QT-CABECALHOS           PIC 9(007) VALUE ZERO.
       77  WK-QT-OCORR-SEM-CAB        PIC 9(007) VALUE ZERO.
       77  WK-QT-SIPDET-DIA           PIC 9(007) VALUE ZERO.
       77  WK-QT-EXTRATO-DIA          PIC 9(007) VALUE ZERO.
       77  WK-QT-AUDIT-DIA            PIC 9(007) VALUE ZERO.
       77  WK-QT-CONTINUACOES         PIC 9(007) VALUE ZERO.
       77  WK-QT-DIV-QT-TOTAL         PIC 9(007) VALUE ZERO.
       77  WK-QT-DIV-SIPDET           PIC 9(007) VALUE ZERO.
       77  WK-QT-DIV-EXTRATO          PIC 9(007) VALUE ZERO.
       77  WK-QT-DIV-SEM-SIPDET       PIC 9(007) VALUE ZERO.
       77  WK-QT-DIV-SEM-AUDIT        PIC 9(007) VALUE ZERO.
       77  WK-QT-DIVERGENCIAS         PIC 9(007) VALUE ZERO.

      *----------------------------------------------------------------*
      *    DOSSIE ("C") CORRENTE NA LEITURA DO MESTRE E A QUANTIDADE   *
      *    DE REGISTROS "O" JA LIDOS SOB A MESMA CHAVE.                *
      *----------------------------------------------------------------*
       01  WK-GRUPO-CORRENTE.
           05 WK-GR-CPF-CNPJ          PIC 9(014) VALUE ZERO.
           05 WK-GR-DT-ACESSO         PIC X(008) VALUE SPACES.
           05 WK-GR-HR-ACESSO         PIC X(006) VALUE SPACES.
       77  WK-GR-QT-TOTAL             PIC 9(005) VALUE ZERO.
       77  WK-GR-QT-OCORR             PIC 9(005) VALUE ZERO.

      *----------------------------------------------------------------*
      *    CHAVE COM REGISTROS "O" SEM CABECALHO "C" CORRENTE NA       *
      *    LEITURA DO MESTRE E A QUANTIDADE DE "O" JA LIDOS NELA.      *
      *----------------------------------------------------------------*
       01  WK-ORFAO-CORRENTE.
           05 WK-OR-CPF-CNPJ          PIC 9(014) VALUE ZERO.
           05 WK-OR-DT-ACESSO         PIC X(008) VALUE SPACES.
           05 WK-OR-HR-ACESSO         PIC X(006) VALUE SPACES.
       77  WK-OR-QT-OCORR             PIC 9(005) VALUE ZERO.

       01  WK-DOSSIE-LIDO.
           05 WK-DL-CPF-CNPJ          PIC 9(014) VALUE ZERO.
           05 WK-DL-DT-ACESSO         PIC X(008) VALUE SPACES.
           05 WK-DL-HR-ACESSO         PIC X(006) VALUE SPACES.

      *----------------------------------------------------------------*
      *    ULTIMA CHAVE DO EXTRATO JA CONFERIDA: AS OCORRENCIAS DE UM  *
      *    MESMO DOSSIE VEM SEGUIDAS E SO A PRIMEIRA E PROCURADA.      *
      *----------------------------------------------------------------*
       01  WK-EXTRATO-ANTERIOR.
           05 WK-EA-CPF-CNPJ          PIC 9(014) VALUE ZERO.
           05 WK-EA-DT-ACESSO         PIC X(008) VALUE SPACES.
           05 WK-EA-HR-ACESSO         PIC X(006) VALUE SPACES.

      *----------------------------------------------------------------*
      *    CHAVE PROCURADA NA TABELA DE CABECALHOS.                    *
      *----------------------------------------------------------------*
       01  WK-BUSCA-CHAVE.
           05 WK-BC-CPF-CNPJ          PIC 9(014) VALUE ZERO.
           05 WK-BC-HR-ACESSO         PIC X(006) VALUE SPACES.

      *----------------------------------------------------------------*
      *    DIVERGENCIA A REGISTRAR (8000-REGISTRAR-DIVERGENCIA).       *
      *----------------------------------------------------------------*
       01  WK-DIVERGENCIA.
           05 WK-DV-CO-TIPO           PIC X(001) VALUE SPACE.
           05 WK-DV-CPF-CNPJ          PIC 9(014) VALUE ZERO.
           05 WK-DV-DT-ACESSO         PIC X(008) VALUE SPACES.
           05 WK-DV-HR-ACESSO         PIC X(006) VALUE SPACES.
           05 WK-DV-QT-INFORMADA      PIC 9(005) VALUE ZERO.
           05 WK-DV-QT-ENCONTRADA     PIC 9(005) VALUE ZERO.

      *----------------------------------------------------------------*
      *    CABECALHOS "C" DA DATA DO MOVIMENTO, NA ORDEM DA CHAVE DO   *
      *    MESTRE (DOCUMENTO + HORA), COM A MARCA DE SIPDET E DE       *
      *    AUDITORIA ENCONTRADOS.                                      *
      *----------------------------------------------------------------*
       01  WK-TAB-CABECALHOS.
           05 WK-CAB-ENTRADA OCCURS 20000 TIMES INDEXED BY WK-IX-CAB.
              07 WK-CAB-CHAVE.
                 09 WK-CAB-CPF-CNPJ   PIC 9(014).
                 09 WK-CAB-HR-ACESSO  PIC X(006).
              07 WK-CAB-SW-SIPDET     PIC X(001).
                 88 WK-CAB-COM-SIPDET            VALUE "S".
              07 WK-CAB-SW-AUDIT      PIC X(001).
                 88 WK-CAB-COM-AUDIT             VALUE "S".
              07 WK-CAB-NIS           PIC 9(011).

      *----------------------------------------------------------------*
      *    CHAVES (DOCUMENTO + HORA) DA DATA COM REGISTROS "O" E SEM   *
      *    CABECALHO, NA ORDEM DA CHAVE DO MESTRE. SIPDET OU EXTRATO   *
      *    COM UMA DESSAS CHAVES NAO E CONTINUACAO DE CURSOR.          *
      *----------------------------------------------------------------*
       01  WK-TAB-ORFAOS.
           05 WK-ORF-ENTRADA OCCURS 5000 TIMES INDEXED BY WK-IX-ORF.
              07 WK-ORF-CHAVE.
                 09 WK-ORF-CPF-CNPJ   PIC 9(014).
                 09 WK-ORF-HR-ACESSO  PIC X(006).

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
           PERFORM 1900-CONFERIR-CADEIA
               THRU 1900-CONFERIR-CADEIA-EXIT.
           IF CADEIA-BLOQUEADA
               GOBACK
           END-IF.
           PERFORM 1200-ABRIR-ARQUIVOS
               THRU 1200-ABRIR-ARQUIVOS-EXIT.
           IF PROCESSAMENTO-OK
               PERFORM 2000-CONFERIR-HISTORICO
                   THRU 2000-CONFERIR-HISTORICO-EXIT
               PERFORM 3000-CONFERIR-SIPDET
                   THRU 3000-CONFERIR-SIPDET-EXIT
               PERFORM 4000-CONFERIR-EXTRATO
                   THRU 4000-CONFERIR-EXTRATO-EXIT
               PERFORM 5000-CONFERIR-AUDITORIA
                   THRU 5000-CONFERIR-AUDITORIA-EXIT
               PERFORM 6000-CONFERIR-CABECALHOS
                   THRU 6000-CONFERIR-CABECALHOS-EXIT
               PERFORM 7000-EMITIR-RESUMO
                   THRU 7000-EMITIR-RESUMO-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR
               THRU 9000-FINALIZAR-EXIT.
           PERFORM 9800-ENCERRAR-CADEIA
               THRU 9800-ENCERRAR-CADEIA-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           SET PROCESSAMENTO-PENDENTE TO TRUE.
           SET CONFERENCIA-COMPLETA TO TRUE.
           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WK-DATA-HOJE TO WK-DT-MOVIMENTO.
           PERFORM 1100-LER-PARAMETRO
               THRU 1100-LER-PARAMETRO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    DATA DO MOVIMENTO PARAMETRIZADA PARA RECONFERIR UM DIA;     *
      *    SEM ARQUIVO OU EM BRANCO VALE A DATA DO DIA.                *
      *----------------------------------------------------------------*
       1100-LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMET.
           IF WK-FS-PARAMET NOT = "00"
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           READ ARQ-PARAMET
               AT END
                   GO TO 1100-LER-PARAM-FECHAR
           END-READ.
           IF PAR-DT-MOVIMENTO NUMERIC
               MOVE PAR-DT-MOVIMENTO TO WK-DT-MOVIMENTO
           END-IF.
       1100-LER-PARAM-FECHAR.
           CLOSE ARQ-PARAMET.
       1100-LER-PARAMETRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SEM O MESTRE NAO HA O QUE CONFERIR: O JOB TERMINA COMO      *
      *    FALHA (RC 8). AS DEMAIS FONTES SAO ABERTAS EM CADA ETAPA.   *
      *----------------------------------------------------------------*
       1200-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-DOSHIST.
           IF WK-FS-DOSHIST NOT = "00"
               DISPLAY "PESPO655 - HISTORICO INDISPONIVEL, FS="
                       WK-FS-DOSHIST
               SET CONFERENCIA-PARCIAL TO TRUE
               GO TO 1200-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN OUTPUT ARQ-DIVERGENCIAS.
           IF WK-FS-DIVERGENCIAS NOT = "00"
               DISPLAY "PESPO655 - ARQUIVO DE DIVERGENCIAS NAO "
                       "ABERTO, FS=" WK-FS-DIVERGENCIAS
               CLOSE ARQ-DOSHIST
               SET CONFERENCIA-PARCIAL TO TRUE
               GO TO 1200-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CONFERENCIA DE INTEGRIDADE DOS DOSSIES - "
                                          DELIMITED BY SIZE
                  "MOVIMENTO "            DELIMITED BY SIZE
                  WK-DT-MOVIMENTO         DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DOSHIST X SIPDET X EXTRATO DE OCORRENCIAS X "
                                          DELIMITED BY SIZE
                  "AUDITREG"              DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           SET PROCESSAMENTO-OK TO TRUE.
       1200-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CONTROLE DA CADEIA BATCH: CONFERE OS PRE-REQUISITOS DO JOB  *
      *    NA DATA DO MOVIMENTO E REGISTRA O INICIO DA EXECUCAO. JOB   *
      *    BLOQUEADO TERMINA COM RETURN-CODE 12 SEM PROCESSAR NADA.    *
      *----------------------------------------------------------------*
       1900-CONFERIR-CADEIA.
           SET CADEIA-LIBERADA TO TRUE.
           MOVE "I"             TO WK-CX-FUNCAO.
           MOVE "PESPO655"      TO WK-CX-NO-PROGRAMA.
           MOVE WK-DT-MOVIMENTO TO WK-CX-DT-REFERENCIA.
           MOVE SPACES          TO WK-CX-CO-SITUACAO.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO = "00"
               GO TO 1900-CONFERIR-CADEIA-EXIT
           END-IF.
           SET CADEIA-BLOQUEADA TO TRUE.
           MOVE 12 TO RETURN-CODE.
           IF WK-CX-CO-RETORNO = "10"
               DISPLAY "PESPO655 - EXECUCAO RECUSADA, PRE-REQUISITO "
                       WK-CX-NO-PRE-REQUISITO " NAO CONCLUIDO EM "
                       WK-CX-DT-REFERENCIA ", RC=12"
           ELSE
               DISPLAY "PESPO655 - EXECUCAO RECUSADA, CONTROLE DA "
                       "CADEIA INDISPONIVEL, RC=12"
           END-IF.
       1900-CONFERIR-CADEIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    ETAPA 1 - LEITURA DO MESTRE INTEIRO NA ORDEM DA CHAVE. CADA *
      *    CABECALHO "C" DA DATA ENTRA NA TABELA E ABRE UM GRUPO; OS   *
      *    "O" DA MESMA CHAVE SAO CONTADOS E, NO FECHAMENTO DO GRUPO,  *
      *    CONFRONTADOS COM DH-QT-TOTAL (TIPO Q). "O" DE CHAVE SEM     *
      *    CABECALHO FORMA UM GRUPO ORFAO, TAMBEM TIPO Q (TOTAL ZERO). *
      *----------------------------------------------------------------*
       2000-CONFERIR-HISTORICO.
           MOVE "Q" TO WK-CO-SECAO.
           PERFORM 8100-ABRIR-SECAO
               THRU 8100-ABRIR-SECAO-EXIT.
           SET NAO-FIM-HISTORICO TO TRUE.
           SET GRUPO-FECHADO TO TRUE.
           SET ORFAO-FECHADO TO TRUE.
           MOVE LOW-VALUES TO DH-CHAVE.
           START ARQ-DOSHIST KEY IS NOT LESS THAN DH-CHAVE
               INVALID KEY
                   SET FIM-HISTORICO TO TRUE
           END-START.
           PERFORM 2100-LER-HISTORICO
               THRU 2100-LER-HISTORICO-EXIT
               UNTIL FIM-HISTORICO.
           PERFORM 2300-FECHAR-GRUPO
               THRU 2300-FECHAR-GRUPO-EXIT.
           PERFORM 2500-FECHAR-ORFAO
               THRU 2500-FECHAR-ORFAO-EXIT.
           CLOSE ARQ-DOSHIST.
           PERFORM 8200-FECHAR-SECAO
               THRU 8200-FECHAR-SECAO-EXIT.
       2000-CONFERIR-HISTORICO-EXIT.
           EXIT.

       2100-LER-HISTORICO.
           READ ARQ-DOSHIST NEXT RECORD
               AT END
                   SET FIM-HISTORICO TO TRUE
                   GO TO 2100-LER-HISTORICO-EXIT
           END-READ.
           IF WK-FS-DOSHIST NOT = "00"
               DISPLAY "PESPO655 - ERRO NA LEITURA DO HISTORICO, FS="
                       WK-FS-DOSHIST
               SET FIM-HISTORICO TO TRUE
               SET CONFERENCIA-PARCIAL TO TRUE
               GO TO 2100-LER-HISTORICO-EXIT
           END-IF.
           ADD 1 TO WK-QT-LIDOS-HIST.
           IF DH-DT-ACESSO NOT = WK-DT-MOVIMENTO
               GO TO 2100-LER-HISTORICO-EXIT
           END-IF.
           IF DH-CABECALHO
               PERFORM 2300-FECHAR-GRUPO
                   THRU 2300-FECHAR-GRUPO-EXIT
               PERFORM 2500-FECHAR-ORFAO
                   THRU 2500-FECHAR-ORFAO-EXIT
               PERFORM 2200-ABRIR-GRUPO
                   THRU 2200-ABRIR-GRUPO-EXIT
               GO TO 2100-LER-HISTORICO-EXIT
           END-IF.
           IF NOT DH-OCORRENCIA
               GO TO 2100-LER-HISTORICO-EXIT
           END-IF.
           MOVE DH-CPF-CNPJ  TO WK-DL-CPF-CNPJ.
           MOVE DH-DT-ACESSO TO WK-DL-DT-ACESSO.
           MOVE DH-HR-ACESSO TO WK-DL-HR-ACESSO.
           IF GRUPO-ABERTO
              AND WK-DOSSIE-LIDO = WK-GRUPO-CORRENTE
               ADD 1 TO WK-GR-QT-OCORR
               GO TO 2100-LER-HISTORICO-EXIT
           END-IF.
           ADD 1 TO WK-QT-OCORR-SEM-CAB.
           IF ORFAO-ABERTO
              AND WK-DOSSIE-LIDO = WK-ORFAO-CORRENTE
               ADD 1 TO WK-OR-QT-OCORR
               GO TO 2100-LER-HISTORICO-EXIT
           END-IF.
           PERFORM 2300-FECHAR-GRUPO
               THRU 2300-FECHAR-GRUPO-EXIT.
           PERFORM 2500-FECHAR-ORFAO
               THRU 2500-FECHAR-ORFAO-EXIT.
           PERFORM 2400-ABRIR-ORFAO
               THRU 2400-ABRIR-ORFAO-EXIT.
       2100-LER-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    TABELA CHEIA NAO INTERROMPE A LEITURA (O TIPO Q CONTINUA    *
      *    SENDO CONFERIDO), MAS OS CABECALHOS EXCEDENTES FICAM FORA   *
      *    DO CONFRONTO COM AS OUTRAS FONTES: CONFERENCIA PARCIAL.     *
      *----------------------------------------------------------------*
       2200-ABRIR-GRUPO.
           ADD 1 TO WK-QT-CABECALHOS.
           SET GRUPO-ABERTO TO TRUE.
           MOVE DH-CPF-CNPJ  TO WK-GR-CPF-CNPJ.
           MOVE DH-DT-ACESSO TO WK-GR-DT-ACESSO.
           MOVE DH-HR-ACESSO TO WK-GR-HR-ACESSO.
           MOVE DH-QT-TOTAL  TO WK-GR-QT-TOTAL.
           MOVE ZERO         TO WK-GR-QT-OCORR.
           IF WK-QT-CAB NOT < WK-QT-CAB-MAXIMO
               IF CONFERENCIA-COMPLETA
                   DISPLAY "PESPO655 - TABELA DE CABECALHOS CHEIA ("
                           WK-QT-CAB-MAXIMO "), CONFERENCIA PARCIAL"
               END-IF
               SET CONFERENCIA-PARCIAL TO TRUE
               GO TO 2200-ABRIR-GRUPO-EXIT
           END-IF.
           ADD 1 TO WK-QT-CAB.
           SET WK-IX-CAB TO WK-QT-CAB.
           MOVE DH-CPF-CNPJ  TO WK-CAB-CPF-CNPJ (WK-IX-CAB).
           MOVE DH-HR-ACESSO TO WK-CAB-HR-ACESSO (WK-IX-CAB).
           MOVE "N"          TO WK-CAB-SW-SIPDET (WK-IX-CAB).
           MOVE "N"          TO WK-CAB-SW-AUDIT (WK-IX-CAB).
           MOVE ZERO         TO WK-CAB-NIS (WK-IX-CAB).
       2200-ABRIR-GRUPO-EXIT.
           EXIT.

       2300-FECHAR-GRUPO.
           IF GRUPO-FECHADO
               GO TO 2300-FECHAR-GRUPO-EXIT
           END-IF.
           SET GRUPO-FECHADO TO TRUE.
           IF WK-GR-QT-OCORR = WK-GR-QT-TOTAL
               GO TO 2300-FECHAR-GRUPO-EXIT
           END-IF.
           MOVE "Q"             TO WK-DV-CO-TIPO.
           MOVE WK-GR-CPF-CNPJ  TO WK-DV-CPF-CNPJ.
           MOVE WK-GR-DT-ACESSO TO WK-DV-DT-ACESSO.
           MOVE WK-GR-HR-ACESSO TO WK-DV-HR-ACESSO.
           MOVE WK-GR-QT-TOTAL  TO WK-DV-QT-INFORMADA.
           MOVE WK-GR-QT-OCORR  TO WK-DV-QT-ENCONTRADA.
           PERFORM 8000-REGISTRAR-DIVERGENCIA
               THRU 8000-REGISTRAR-DIVERGENCIA-EXIT.
       2300-FECHAR-GRUPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    A CHAVE ORFA ENTRA NA TABELA DE ORFAOS (JA EM ORDEM, POIS O *
      *    MESTRE E LIDO NA ORDEM DA CHAVE). TABELA CHEIA NAO IMPEDE A *
      *    DIVERGENCIA Q, MAS O SIPDET E O EXTRATO DA CHAVE EXCEDENTE  *
      *    PODEM PASSAR POR CONTINUACAO: CONFERENCIA PARCIAL.          *
      *----------------------------------------------------------------*
       2400-ABRIR-ORFAO.
           SET ORFAO-ABERTO TO TRUE.
           MOVE WK-DOSSIE-LIDO TO WK-ORFAO-CORRENTE.
           MOVE 1              TO WK-OR-QT-OCORR.
           IF WK-QT-ORF NOT < WK-QT-ORF-MAXIMO
               IF CONFERENCIA-COMPLETA
                   DISPLAY "PESPO655 - TABELA DE ORFAOS CHEIA ("
                           WK-QT-ORF-MAXIMO "), CONFERENCIA PARCIAL"
               END-IF
               SET CONFERENCIA-PARCIAL TO TRUE
               GO TO 2400-ABRIR-ORFAO-EXIT
           END-IF.
           ADD 1 TO WK-QT-ORF.
           SET WK-IX-ORF TO WK-QT-ORF.
           MOVE WK-OR-CPF-CNPJ  TO WK-ORF-CPF-CNPJ (WK-IX-ORF).
           MOVE WK-OR-HR-ACESSO TO WK-ORF-HR-ACESSO (WK-IX-ORF).
       2400-ABRIR-ORFAO-EXIT.
           EXIT.

       2500-FECHAR-ORFAO.
           IF ORFAO-FECHADO
               GO TO 2500-FECHAR-ORFAO-EXIT
           END-IF.
           SET ORFAO-FECHADO TO TRUE.
           MOVE "Q"             TO WK-DV-CO-TIPO.
           MOVE WK-OR-CPF-CNPJ  TO WK-DV-CPF-CNPJ.
           MOVE WK-OR-DT-ACESSO TO WK-DV-DT-ACESSO.
           MOVE WK-OR-HR-ACESSO TO WK-DV-HR-ACESSO.
           MOVE ZERO            TO WK-DV-QT-INFORMADA.
           MOVE WK-OR-QT-OCORR  TO WK-DV-QT-ENCONTRADA.
           PERFORM 8000-REGISTRAR-DIVERGENCIA
               THRU 8000-REGISTRAR-DIVERGENCIA-EXIT.
       2500-FECHAR-ORFAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    ETAPA 2 - CADA CONSULTA DO SIPDET NA DATA MARCA O SEU       *
      *    CABECALHO NA TABELA (E GUARDA O NIS DO DOSSIE); SEM         *
      *    CABECALHO (NEM ANTERIOR, DE QUEM ELA SERIA CONTINUACAO), OU *
      *    COM A CHAVE DE UM GRUPO ORFAO, E DIVERGENCIA DO TIPO D.     *
      *----------------------------------------------------------------*
       3000-CONFERIR-SIPDET.
           MOVE "D" TO WK-CO-SECAO.
           PERFORM 8100-ABRIR-SECAO
               THRU 8100-ABRIR-SECAO-EXIT.
           OPEN INPUT ARQ-SIPDET.
           IF WK-FS-SIPDET NOT = "00"
               DISPLAY "PESPO655 - SIPDET INDISPONIVEL, FS="
                       WK-FS-SIPDET
               MOVE "  SIPDET INDISPONIVEL - NAO CONFERIDO"
                 TO REG-RELATORIO
               WRITE REG-RELATORIO
               SET CONFERENCIA-PARCIAL TO TRUE
               GO TO 3000-CONFERIR-SIPDET-EXIT
           END-IF.
           SET SIPDET-CONFERIDO TO TRUE.
           SET NAO-FIM-SIPDET TO TRUE.
           PERFORM 3100-LER-SIPDET
               THRU 3100-LER-SIPDET-EXIT
               UNTIL FIM-SIPDET.
           CLOSE ARQ-SIPDET.
           PERFORM 8200-FECHAR-SECAO
               THRU 8200-FECHAR-SECAO-EXIT.
       3000-CONFERIR-SIPDET-EXIT.
           EXIT.

       3100-LER-SIPDET.
           READ ARQ-SIPDET
               AT END
                   SET FIM-SIPDET TO TRUE
                   GO TO 3100-LER-SIPDET-EXIT
           END-READ.
           IF SD-DT-ACESSO NOT = WK-DT-MOVIMENTO
               GO TO 3100-LER-SIPDET-EXIT
           END-IF.
           ADD 1 TO WK-QT-SIPDET-DIA.
           MOVE SD-CPF-CNPJ  TO WK-BC-CPF-CNPJ.
           MOVE SD-HR-ACESSO TO WK-BC-HR-ACESSO.
           PERFORM 7500-LOCALIZAR-CABECALHO
               THRU 7500-LOCALIZAR-CABECALHO-EXIT.
           IF CABECALHO-ANTERIOR
               PERFORM 7600-LOCALIZAR-ORFAO
                   THRU 7600-LOCALIZAR-ORFAO-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CABECALHO-EXATO
                   MOVE "S"    TO WK-CAB-SW-SIPDET (WK-NU-ACHADO)
                   MOVE SD-NIS TO WK-CAB-NIS (WK-NU-ACHADO)
               WHEN CABECALHO-ANTERIOR
                   ADD 1 TO WK-QT-CONTINUACOES
               WHEN OTHER
                   MOVE "D"          TO WK-DV-CO-TIPO
                   MOVE SD-CPF-CNPJ  TO WK-DV-CPF-CNPJ
                   MOVE SD-DT-ACESSO TO WK-DV-DT-ACESSO
                   MOVE SD-HR-ACESSO TO WK-DV-HR-ACESSO
                   MOVE ZERO         TO WK-DV-QT-INFORMADA
                   MOVE ZERO         TO WK-DV-QT-ENCONTRADA
                   PERFORM 8000-REGISTRAR-DIVERGENCIA
                       THRU 8000-REGISTRAR-DIVERGENCIA-EXIT
           END-EVALUATE.
       3100-LER-SIPDET-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    ETAPA 3 - OCORRENCIA DO EXTRATO NA DATA SEM DOSSIE NO       *
      *    MESTRE (NEM ANTERIOR, DE CONTINUACAO), OU COM A CHAVE DE UM *
      *    GRUPO ORFAO, E DIVERGENCIA DO TIPO E, UMA VEZ POR CHAVE DE  *
      *    DOSSIE.                                                     *
      *----------------------------------------------------------------*
       4000-CONFERIR-EXTRATO.
           MOVE "E" TO WK-CO-SECAO.
           PERFORM 8100-ABRIR-SECAO
               THRU 8100-ABRIR-SECAO-EXIT.
           OPEN INPUT ARQ-OCORRENCIAS.
           IF WK-FS-OCORRENCIAS NOT = "00"
               DISPLAY "PESPO655 - EXTRATO DE OCORRENCIAS "
                       "INDISPONIVEL, FS=" WK-FS-OCORRENCIAS
               MOVE "  EXTRATO INDISPONIVEL - NAO CONFERIDO"
                 TO REG-RELATORIO
               WRITE REG-RELATORIO
               SET CONFERENCIA-PARCIAL TO TRUE
               GO TO 4000-CONFERIR-EXTRATO-EXIT
           END-IF.
           SET NAO-FIM-OCORRENCIAS TO TRUE.
           MOVE ZERO   TO WK-EA-CPF-CNPJ.
           MOVE SPACES TO WK-EA-DT-ACESSO.
           MOVE SPACES TO WK-EA-HR-ACESSO.
           PERFORM 4100-LER-EXTRATO
               THRU 4100-LER-EXTRATO-EXIT
               UNTIL FIM-OCORRENCIAS.
           CLOSE ARQ-OCORRENCIAS.
           PERFORM 8200-FECHAR-SECAO
               THRU 8200-FECHAR-SECAO-EXIT.
       4000-CONFERIR-EXTRATO-EXIT.
           EXIT.

       4100-LER-EXTRATO.
           READ ARQ-OCORRENCIAS
               AT END
                   SET FIM-OCORRENCIAS TO TRUE
                   GO TO 4100-LER-EXTRATO-EXIT
           END-READ.
           IF OCR-DT-OCORRENCIA NOT = WK-DT-MOVIMENTO
               GO TO 4100-LER-EXTRATO-EXIT
           END-IF.
           ADD 1 TO WK-QT-EXTRATO-DIA.
           MOVE OCR-CPF-CNPJ      TO WK-DL-CPF-CNPJ.
           MOVE OCR-DT-OCORRENCIA TO WK-DL-DT-ACESSO.
           MOVE OCR-HR-OCORRENCIA TO WK-DL-HR-ACESSO.
           IF WK-DOSSIE-LIDO = WK-EXTRATO-ANTERIOR
               GO TO 4100-LER-EXTRATO-EXIT
           END-IF.
           MOVE WK-DOSSIE-LIDO    TO WK-EXTRATO-ANTERIOR.
           MOVE OCR-CPF-CNPJ      TO WK-BC-CPF-CNPJ.
           MOVE OCR-HR-OCORRENCIA TO WK-BC-HR-ACESSO.
           PERFORM 7500-LOCALIZAR-CABECALHO
               THRU 7500-LOCALIZAR-CABECALHO-EXIT.
           IF CABECALHO-ANTERIOR
               PERFORM 7600-LOCALIZAR-ORFAO
                   THRU 7600-LOCALIZAR-ORFAO-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CABECALHO-EXATO
                   CONTINUE
               WHEN CABECALHO-ANTERIOR
                   ADD 1 TO WK-QT-CONTINUACOES
               WHEN OTHER
                   MOVE "E"               TO WK-DV-CO-TIPO
                   MOVE OCR-CPF-CNPJ      TO WK-DV-CPF-CNPJ
                   MOVE OCR-DT-OCORRENCIA TO WK-DV-DT-ACESSO
                   MOVE OCR-HR-OCORRENCIA TO WK-DV-HR-ACESSO
                   MOVE ZERO              TO WK-DV-QT-INFORMADA
                   MOVE ZERO              TO WK-DV-QT-ENCONTRADA
                   PERFORM 8000-REGISTRAR-DIVERGENCIA
                       THRU 8000-REGISTRAR-DIVERGENCIA-EXIT
           END-EVALUATE.
       4100-LER-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    ETAPA 4 - A TRILHA TEM CHAVE POR NIS, ENTAO E LIDA POR      *
      *    INTEIRO. O EVENTO DE ACESSO DA DATA MARCA O ULTIMO          *
      *    CABECALHO DO DOCUMENTO COM HORA ATE A HORA DO EVENTO E COM  *
      *    O MESMO NIS DO EVENTO. NAO HA DIVERGENCIA PROPRIA DESTA     *
      *    ETAPA: A FALTA APARECE NO TIPO A DA ETAPA 5.                *
      *----------------------------------------------------------------*
       5000-CONFERIR-AUDITORIA.
           OPEN INPUT AUDITREG.
           IF WK-FS-AUDITREG NOT = "00"
               DISPLAY "PESPO655 - AUDITREG INDISPONIVEL, FS="
                       WK-FS-AUDITREG
               SET CONFERENCIA-PARCIAL TO TRUE
               GO TO 5000-CONFERIR-AUDITORIA-EXIT
           END-IF.
           SET AUDITREG-CONFERIDA TO TRUE.
           SET NAO-FIM-AUDITREG TO TRUE.
           MOVE LOW-VALUES TO AUD-CHAVE.
           START AUDITREG KEY IS NOT LESS THAN AUD-CHAVE
               INVALID KEY
                   SET FIM-AUDITREG TO TRUE
           END-START.
           PERFORM 5100-LER-AUDITORIA
               THRU 5100-LER-AUDITORIA-EXIT
               UNTIL FIM-AUDITREG.
           CLOSE AUDITREG.
       5000-CONFERIR-AUDITORIA-EXIT.
           EXIT.

       5100-LER-AUDITORIA.
           READ AUDITREG NEXT RECORD
               AT END
                   SET FIM-AUDITREG TO TRUE
                   GO TO 5100-LER-AUDITORIA-EXIT
           END-READ.
           IF WK-FS-AUDITREG NOT = "00"
               DISPLAY "PESPO655 - ERRO NA LEITURA DA AUDITREG, FS="
                       WK-FS-AUDITREG
               SET FIM-AUDITREG TO TRUE
               SET CONFERENCIA-PARCIAL TO TRUE
               GO TO 5100-LER-AUDITORIA-EXIT
           END-IF.
           IF AUD-DT-EVENTO NOT = WK-DT-MOVIMENTO
               GO TO 5100-LER-AUDITORIA-EXIT
           END-IF.
           IF AUD-SEM-DOSSIE
              OR AUD-OPERACAO (1:6) = "MANUT-"
              OR AUD-CPF-CNPJ = ZERO
               GO TO 5100-LER-AUDITORIA-EXIT
           END-IF.
           ADD 1 TO WK-QT-AUDIT-DIA.
           MOVE AUD-CPF-CNPJ  TO WK-BC-CPF-CNPJ.
           MOVE AUD-HR-EVENTO TO WK-BC-HR-ACESSO.
           PERFORM 7500-LOCALIZAR-CABECALHO
               THRU 7500-LOCALIZAR-CABECALHO-EXIT.
           IF CABECALHO-AUSENTE
               GO TO 5100-LER-AUDITORIA-EXIT
           END-IF.
           SET EVENTO-PENDENTE TO TRUE.
           PERFORM 5200-ATRIBUIR-EVENTO
               THRU 5200-ATRIBUIR-EVENTO-EXIT
               UNTIL EVENTO-RESOLVIDO.
       5100-LER-AUDITORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    A PARTIR DO CABECALHO ACHADO, VOLTA PELOS CABECALHOS        *
      *    ANTERIORES DO MESMO DOCUMENTO ATE O PRIMEIRO CUJO NIS (O DO *
      *    SIPDET) SEJA AUD-NIS: OUTRO ANALISTA CONSULTANDO O MESMO    *
      *    DOCUMENTO NAO ABONA O DOSSIE. SEM SIPDET LIDO NAO HA NIS E  *
      *    VALE O CABECALHO ACHADO.                                    *
      *----------------------------------------------------------------*
       5200-ATRIBUIR-EVENTO.
           IF WK-CAB-CPF-CNPJ (WK-NU-ACHADO) NOT = AUD-CPF-CNPJ
               SET EVENTO-RESOLVIDO TO TRUE
               GO TO 5200-ATRIBUIR-EVENTO-EXIT
           END-IF.
           IF NOT SIPDET-CONFERIDO
              OR WK-CAB-NIS (WK-NU-ACHADO) = AUD-NIS
               MOVE "S" TO WK-CAB-SW-AUDIT (WK-NU-ACHADO)
               SET EVENTO-RESOLVIDO TO TRUE
               GO TO 5200-ATRIBUIR-EVENTO-EXIT
           END-IF.
           SUBTRACT 1 FROM WK-NU-ACHADO.
           IF WK-NU-ACHADO = ZERO
               SET EVENTO-RESOLVIDO TO TRUE
           END-IF.
       5200-ATRIBUIR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    ETAPA 5 - CABECALHOS QUE FICARAM SEM SIPDET (TIPO S) E SEM  *
      *    EVENTO DE AUDITORIA (TIPO A). FONTE QUE NAO PODE SER LIDA   *
      *    NAO GERA DIVERGENCIA, SO O AVISO NA SECAO.                  *
      *----------------------------------------------------------------*
       6000-CONFERIR-CABECALHOS.
           MOVE "S" TO WK-CO-SECAO.
           PERFORM 8100-ABRIR-SECAO
               THRU 8100-ABRIR-SECAO-EXIT.
           IF SIPDET-CONFERIDO
               PERFORM 6100-VERIFICAR-SIPDET
                   THRU 6100-VERIFICAR-SIPDET-EXIT
                   VARYING WK-IX-CAB FROM 1 BY 1
                   UNTIL WK-IX-CAB > WK-QT-CAB
               PERFORM 8200-FECHAR-SECAO
                   THRU 8200-FECHAR-SECAO-EXIT
           ELSE
               MOVE "  SIPDET INDISPONIVEL - NAO CONFERIDO"
                 TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           MOVE "A" TO WK-CO-SECAO.
           PERFORM 8100-ABRIR-SECAO
               THRU 8100-ABRIR-SECAO-EXIT.
           IF AUDITREG-CONFERIDA
               PERFORM 6200-VERIFICAR-AUDITORIA
                   THRU 6200-VERIFICAR-AUDITORIA-EXIT
                   VARYING WK-IX-CAB FROM 1 BY 1
                   UNTIL WK-IX-CAB > WK-QT-CAB
               PERFORM 8200-FECHAR-SECAO
                   THRU 8200-FECHAR-SECAO-EXIT
           ELSE
               MOVE "  AUDITREG INDISPONIVEL - NAO CONFERIDA"
                 TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
       6000-CONFERIR-CABECALHOS-EXIT.
           EXIT.

       6100-VERIFICAR-SIPDET.
           IF WK-CAB-COM-SIPDET (WK-IX-CAB)
               GO TO 6100-VERIFICAR-SIPDET-EXIT
           END-IF.
           MOVE "S" TO WK-DV-CO-TIPO.
           PERFORM 6300-MONTAR-CHAVE-CAB
               THRU 6300-MONTAR-CHAVE-CAB-EXIT.
           PERFORM 8000-REGISTRAR-DIVERGENCIA
               THRU 8000-REGISTRAR-DIVERGENCIA-EXIT.
       6100-VERIFICAR-SIPDET-EXIT.
           EXIT.

       6200-VERIFICAR-AUDITORIA.
           IF WK-CAB-COM-AUDIT (WK-IX-CAB)
               GO TO 6200-VERIFICAR-AUDITORIA-EXIT
           END-IF.
           MOVE "A" TO WK-DV-CO-TIPO.
           PERFORM 6300-MONTAR-CHAVE-CAB
               THRU 6300-MONTAR-CHAVE-CAB-EXIT.
           PERFORM 8000-REGISTRAR-DIVERGENCIA
               THRU 8000-REGISTRAR-DIVERGENCIA-EXIT.
       6200-VERIFICAR-AUDITORIA-EXIT.
           EXIT.

       6300-MONTAR-CHAVE-CAB.
           MOVE WK-CAB-CPF-CNPJ (WK-IX-CAB)  TO WK-DV-CPF-CNPJ.
           MOVE WK-DT-MOVIMENTO              TO WK-DV-DT-ACESSO.
           MOVE WK-CAB-HR-ACESSO (WK-IX-CAB) TO WK-DV-HR-ACESSO.
           MOVE ZERO                         TO WK-DV-QT-INFORMADA.
           MOVE ZERO                         TO WK-DV-QT-ENCONTRADA.
       6300-MONTAR-CHAVE-CAB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    RESUMO POR TIPO, AS QUANTIDADES LIDAS DE CADA FONTE NA DATA *
      *    E AS CONTINUACOES DE CURSOR RECONHECIDAS (INFORMATIVO).     *
      *----------------------------------------------------------------*
       7000-EMITIR-RESUMO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "RESUMO POR TIPO" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  Q DH-QT-TOTAL DIFERENTE DOS REGISTROS O....: "
                                          DELIMITED BY SIZE
                  WK-QT-DIV-QT-TOTAL      DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  D CONSULTA NO SIPDET SEM CABECALHO.........: "
                                          DELIMITED BY SIZE
                  WK-QT-DIV-SIPDET        DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  E OCORRENCIA NO EXTRATO SEM DOSSIE.........: "
                                          DELIMITED BY SIZE
                  WK-QT-DIV-EXTRATO       DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  S CABECALHO SEM SIPDET.....................: "
                                          DELIMITED BY SIZE
                  WK-QT-DIV-SEM-SIPDET    DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  A CABECALHO SEM EVENTO DE AUDITORIA........: "
                                          DELIMITED BY SIZE
                  WK-QT-DIV-SEM-AUDIT     DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  TOTAL DE DIVERGENCIAS......................: "
                                          DELIMITED BY SIZE
                  WK-QT-DIVERGENCIAS      DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  CABECALHOS NO DOSHIST: "  DELIMITED BY SIZE
                  WK-QT-CABECALHOS             DELIMITED BY SIZE
                  "  SIPDET: "                 DELIMITED BY SIZE
                  WK-QT-SIPDET-DIA             DELIMITED BY SIZE
                  "  AUDITORIA: "              DELIMITED BY SIZE
                  WK-QT-AUDIT-DIA              DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  OCORRENCIAS NO EXTRATO: " DELIMITED BY SIZE
                  WK-QT-EXTRATO-DIA            DELIMITED BY SIZE
                  "  CONTINUACOES DE CURSOR: " DELIMITED BY SIZE
                  WK-QT-CONTINUACOES           DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF CONFERENCIA-PARCIAL
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE "*** CONFERENCIA PARCIAL - VER SYSOUT DO JOB ***"
                 TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
       7000-EMITIR-RESUMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    PESQUISA BINARIA DO ULTIMO CABECALHO COM CHAVE (DOCUMENTO + *
      *    HORA) ATE WK-BUSCA-CHAVE. MESMO DOCUMENTO E MESMA HORA =    *
      *    CABECALHO-EXATO; MESMO DOCUMENTO COM HORA ANTERIOR =        *
      *    CABECALHO-ANTERIOR (CHAMADA DE CONTINUACAO OU EVENTO DE     *
      *    AUDITORIA CARIMBADO DEPOIS); OUTRO DOCUMENTO OU NENHUM =    *
      *    CABECALHO-AUSENTE. WK-NU-ACHADO APONTA A ENTRADA.           *
      *----------------------------------------------------------------*
       7500-LOCALIZAR-CABECALHO.
           SET CABECALHO-AUSENTE TO TRUE.
           MOVE ZERO      TO WK-NU-ACHADO.
           MOVE 1         TO WK-NU-INI.
           MOVE WK-QT-CAB TO WK-NU-FIM.
           PERFORM 7510-DIVIDIR-FAIXA
               THRU 7510-DIVIDIR-FAIXA-EXIT
               UNTIL WK-NU-INI > WK-NU-FIM.
           IF WK-NU-ACHADO = ZERO
               GO TO 7500-LOCALIZAR-CABECALHO-EXIT
           END-IF.
           IF WK-CAB-CPF-CNPJ (WK-NU-ACHADO) NOT = WK-BC-CPF-CNPJ
               GO TO 7500-LOCALIZAR-CABECALHO-EXIT
           END-IF.
           IF WK-CAB-HR-ACESSO (WK-NU-ACHADO) = WK-BC-HR-ACESSO
               SET CABECALHO-EXATO TO TRUE
           ELSE
               SET CABECALHO-ANTERIOR TO TRUE
           END-IF.
       7500-LOCALIZAR-CABECALHO-EXIT.
           EXIT.

       7510-DIVIDIR-FAIXA.
           COMPUTE WK-NU-MEIO = (WK-NU-INI + WK-NU-FIM) / 2.
           IF WK-CAB-CHAVE (WK-NU-MEIO) > WK-BUSCA-CHAVE
               COMPUTE WK-NU-FIM = WK-NU-MEIO - 1
           ELSE
               MOVE WK-NU-MEIO TO WK-NU-ACHADO
               COMPUTE WK-NU-INI = WK-NU-MEIO + 1
           END-IF.
       7510-DIVIDIR-FAIXA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    PESQUISA BINARIA DE WK-BUSCA-CHAVE NA TABELA DE ORFAOS. SO  *
      *    CHAVE IGUAL CONTA: O REGISTRO NAO E CONTINUACAO DO          *
      *    CABECALHO ANTERIOR, E SIM DO DOSSIE QUE FICOU SEM "C", E    *
      *    PASSA A CABECALHO-AUSENTE.                                  *
      *----------------------------------------------------------------*
       7600-LOCALIZAR-ORFAO.
           SET ORFAO-NAO-ENCONTRADO TO TRUE.
           MOVE 1         TO WK-NU-INI.
           MOVE WK-QT-ORF TO WK-NU-FIM.
           PERFORM 7610-DIVIDIR-FAIXA-ORFAO
               THRU 7610-DIVIDIR-FAIXA-ORFAO-EXIT
               UNTIL WK-NU-INI > WK-NU-FIM.
           IF ORFAO-ENCONTRADO
               SET CABECALHO-AUSENTE TO TRUE
           END-IF.
       7600-LOCALIZAR-ORFAO-EXIT.
           EXIT.

       7610-DIVIDIR-FAIXA-ORFAO.
           COMPUTE WK-NU-MEIO = (WK-NU-INI + WK-NU-FIM) / 2.
           IF WK-ORF-CHAVE (WK-NU-MEIO) = WK-BUSCA-CHAVE
               SET ORFAO-ENCONTRADO TO TRUE
               COMPUTE WK-NU-INI = WK-NU-FIM + 1
               GO TO 7610-DIVIDIR-FAIXA-ORFAO-EXIT
           END-IF.
           IF WK-ORF-CHAVE (WK-NU-MEIO) > WK-BUSCA-CHAVE
               COMPUTE WK-NU-FIM = WK-NU-MEIO - 1
           ELSE
               COMPUTE WK-NU-INI = WK-NU-MEIO + 1
           END-IF.
       7610-DIVIDIR-FAIXA-ORFAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    GRAVA A CHAVE DIVERGENTE, IMPRIME A LINHA NA SECAO CORRENTE *
      *    E SOMA NO CONTADOR DO TIPO.                                 *
      *----------------------------------------------------------------*
       8000-REGISTRAR-DIVERGENCIA.
           MOVE SPACES              TO REG-DIVERGENCIA.
           MOVE WK-DT-MOVIMENTO     TO DVG-DT-MOVIMENTO.
           MOVE WK-DV-CO-TIPO       TO DVG-CO-TIPO.
           MOVE WK-DV-CPF-CNPJ      TO DVG-CPF-CNPJ.
           MOVE WK-DV-DT-ACESSO     TO DVG-DT-ACESSO.
           MOVE WK-DV-HR-ACESSO     TO DVG-HR-ACESSO.
           MOVE WK-DV-QT-INFORMADA  TO DVG-QT-INFORMADA.
           MOVE WK-DV-QT-ENCONTRADA TO DVG-QT-ENCONTRADA.
           WRITE REG-DIVERGENCIA.
           IF WK-FS-DIVERGENCIAS NOT = "00"
               DISPLAY "PESPO655 - ERRO NA GRAVACAO DAS DIVERGENCIAS,"
                       " FS=" WK-FS-DIVERGENCIAS
               SET CONFERENCIA-PARCIAL TO TRUE
           END-IF.
           ADD 1 TO WK-QT-DIVERGENCIAS.
           ADD 1 TO WK-QT-DIV-SECAO.
           EVALUATE WK-DV-CO-TIPO
               WHEN "Q"
                   ADD 1 TO WK-QT-DIV-QT-TOTAL
               WHEN "D"
                   ADD 1 TO WK-QT-DIV-SIPDET
               WHEN "E"
                   ADD 1 TO WK-QT-DIV-EXTRATO
               WHEN "S"
                   ADD 1 TO WK-QT-DIV-SEM-SIPDET
               WHEN "A"
                   ADD 1 TO WK-QT-DIV-SEM-AUDIT
           END-EVALUATE.
           MOVE SPACES TO REG-RELATORIO.
           IF WK-DV-CO-TIPO = "Q"
               STRING "  "                DELIMITED BY SIZE
                      WK-DV-CPF-CNPJ      DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      WK-DV-DT-ACESSO     DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      WK-DV-HR-ACESSO     DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      WK-DV-QT-INFORMADA  DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      WK-DV-QT-ENCONTRADA DELIMITED BY SIZE
                   INTO REG-RELATORIO
           ELSE
               STRING "  "                DELIMITED BY SIZE
                      WK-DV-CPF-CNPJ      DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      WK-DV-DT-ACESSO     DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      WK-DV-HR-ACESSO     DELIMITED BY SIZE
                   INTO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.
       8000-REGISTRAR-DIVERGENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    TITULO E CABECALHO DE COLUNAS DA SECAO DO TIPO WK-CO-SECAO. *
      *----------------------------------------------------------------*
       8100-ABRIR-SECAO.
           MOVE ZERO TO WK-QT-DIV-SECAO.
           EVALUATE WK-CO-SECAO
               WHEN "Q"
                   MOVE "DH-QT-TOTAL DIFERENTE DOS REGISTROS O"
                     TO WK-DS-SECAO
               WHEN "D"
                   MOVE "CONSULTA NO SIPDET SEM CABECALHO NO DOSHIST"
                     TO WK-DS-SECAO
               WHEN "E"
                   MOVE "OCORRENCIA NO EXTRATO SEM DOSSIE NO DOSHIST"
                     TO WK-DS-SECAO
               WHEN "S"
                   MOVE "CABECALHO C SEM REGISTRO NO SIPDET"
                     TO WK-DS-SECAO
               WHEN "A"
                   MOVE "CABECALHO C SEM EVENTO NA AUDITREG"
                     TO WK-DS-SECAO
           END-EVALUATE.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TIPO "                 DELIMITED BY SIZE
                  WK-CO-SECAO             DELIMITED BY SIZE
                  " - "                   DELIMITED BY SIZE
                  WK-DS-SECAO             DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-CO-SECAO = "Q"
               MOVE "  DOCUMENTO      DATA     HORA   TOTAL QT-O"
                 TO REG-RELATORIO
           ELSE
               MOVE "  DOCUMENTO      DATA     HORA"
                 TO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.
       8100-ABRIR-SECAO-EXIT.
           EXIT.

       8200-FECHAR-SECAO.
           IF WK-QT-DIV-SECAO = ZERO
               MOVE "  NENHUMA" TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
       8200-FECHAR-SECAO-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF PROCESSAMENTO-OK
               CLOSE ARQ-RELATORIO
               CLOSE ARQ-DIVERGENCIAS
           END-IF.
           IF WK-QT-DIVERGENCIAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "PESPO655 - MOVIMENTO.............: "
                   WK-DT-MOVIMENTO.
           DISPLAY "PESPO655 - REGISTROS DO DOSHIST..: "
                   WK-QT-LIDOS-HIST.
           DISPLAY "PESPO655 - CABECALHOS NO DOSHIST.: "
                   WK-QT-CABECALHOS.
           DISPLAY "PESPO655 - CONSULTAS NO SIPDET...: "
                   WK-QT-SIPDET-DIA.
           DISPLAY "PESPO655 - OCORRENCIAS NO EXTRATO: "
                   WK-QT-EXTRATO-DIA.
           DISPLAY "PESPO655 - EVENTOS DE AUDITORIA..: "
                   WK-QT-AUDIT-DIA.
           DISPLAY "PESPO655 - CONTINUACOES DE CURSOR: "
                   WK-QT-CONTINUACOES.
           IF WK-QT-OCORR-SEM-CAB > ZERO
               DISPLAY "PESPO655 - REGISTROS O SEM CABECALHO NO "
                       "DOSHIST: " WK-QT-OCORR-SEM-CAB
           END-IF.
           DISPLAY "PESPO655 - DIVERGENCIAS..........: "
                   WK-QT-DIVERGENCIAS.
       9000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA CADEIA.           *
      *    DIVERGENCIA E AVISO (RC 4): O JOB TERMINA CONCLUIDO.        *
      *    CONFERENCIA PARCIAL (FONTE ILEGIVEL OU TABELA CHEIA) FICA   *
      *    REGISTRADA COMO FALHA (RC 8), POIS A AUSENCIA DE            *
      *    DIVERGENCIA NAO E CONFIAVEL.                                *
      *----------------------------------------------------------------*
       9800-ENCERRAR-CADEIA.
           IF NOT CADEIA-LIBERADA
               GO TO 9800-ENCERRAR-CADEIA-EXIT
           END-IF.
           MOVE "F" TO WK-CX-FUNCAO.
           IF PROCESSAMENTO-OK AND CONFERENCIA-COMPLETA
               MOVE "C" TO WK-CX-CO-SITUACAO
           ELSE
               MOVE "F" TO WK-CX-CO-SITUACAO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO NOT = "00"
               DISPLAY "PESPO655 - FIM NAO REGISTRADO NO CONTROLE DA "
                       "CADEIA, RETORNO=" WK-CX-CO-RETORNO
           END-IF.
       9800-ENCERRAR-CADEIA-EXIT.
           EXIT.
