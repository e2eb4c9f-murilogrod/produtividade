      ******************************************************************
      *  PROGRAM-ID  : PESPO653                                        *
      *  AUTHOR      : M.R.SANTOS - GTECH                              *
      *  INSTALLATION: SIMTR - DOSSIE DIGITAL                          *
      *  DATE-WRITTEN: 2026-10-15                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PESPO653.
       AUTHOR.        M.R.SANTOS - GTECH.
       INSTALLATION.  SIMTR - DOSSIE DIGITAL.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15  MRS  PROGRAMA ORIGINAL - EXTRATO DIARIO DE        *
      *                   DOSSIES PARA O DATA WAREHOUSE DA AREA DE     *
      *                   INTELIGENCIA DE CREDITO. LE O MESTRE         *
      *                   ARQ-DOSHIST E GRAVA, PARA CADA DOSSIE        *
      *                   GERADO NA DATA DO MOVIMENTO, UM REGISTRO DE  *
      *                   DOSSIE ("D") SEGUIDO DAS SUAS OCORRENCIAS    *
      *                   ("O"), NUMA INTERFACE POSICIONAL COM HEADER  *
      *                   ("H": DATAS E VERSAO DO LAYOUT) E TRAILER    *
      *                   ("T": QUANTIDADE DE REGISTROS E SOMA DOS     *
      *                   VALORES) PARA A CONFERENCIA DA CARGA. COM    *
      *                   PERIODO INFORMADO NO PARAMETRO, REEXTRAI OS  *
      *                   DOSSIES DO PERIODO PARA RECARGA.             *
      ******************************************************************

      ******************************************************************
      *  FUNCAO : PARAMETRO VAZIO (DUMMY) = EXTRATO DIARIO DA DATA DO  *
      *           MOVIMENTO (DATA CORRENTE). PARA RECARGA, INFORMAR    *
      *           DATA INICIAL E FINAL (AAAAMMDD) - O HEADER SAI COM   *
      *           TIPO DE CARGA "R" E O PERIODO EXTRAIDO.              *
      *           O MESTRE TEM CHAVE POR DOCUMENTO, ENTAO E LIDO POR   *
      *           INTEIRO; O CABECALHO "C" DE CADA DOSSIE VEM ANTES    *
      *           DAS SUAS OCORRENCIAS "O" NA ORDEM DA CHAVE.          *
      *           OCORRENCIA SEM CABECALHO NO PERIODO NAO E EXTRAIDA   *
      *           (SO CONTADA NO SYSOUT), PARA NAO QUEBRAR A CARGA.    *
      *           QUALQUER MUDANCA NO LAYOUT DE SAIDA EXIGE NOVA       *
      *           VERSAO EM WK-NU-VERSAO-LAYOUT, COMBINADA COM O DW.   *
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

           SELECT ARQ-EXTRATO ASSIGN TO DWDOSSIE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-EXTRATO.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *    PERIODO DA RECARGA. EM BRANCO = EXTRATO DIARIO.             *
      *----------------------------------------------------------------*
       FD  ARQ-PARAMET
           RECORDING MODE IS F.
       01  REG-PARAMET.
           05 PAR-DT-INI              PIC X(008).
           05 PAR-DT-FIM              PIC X(008).

      *----------------------------------------------------------------*
      *    MESMO LAYOUT GRAVADO POR PESPO600: REGISTRO "C" (CABECALHO  *
      *    DO DOSSIE, COM NOME/SITUACAO DA RECEITA E RESUMO PJ) E      *
      *    REGISTROS "O" (UMA OCORRENCIA CADA).                        *
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
           05 DH-DADOS-OCORR REDEFINES DH-DADOS.
              07 DH-CO-BURO           PIC X(006).
              07 DH-DT-OCORR          PIC X(008).
              07 DH-HR-OCORR          PIC X(006).
              07 DH-VL-OCORR          PIC 9(011)V99.
              07 DH-CO-STATUS         PIC X(001).
              07 DH-NU-REF            PIC X(020).
              07 FILLER               PIC X(096).

      *----------------------------------------------------------------*
      *    INTERFACE POSICIONAL DO DW, 200 BYTES, VERSAO 001. A        *
      *    PRIMEIRA POSICAO DIZ O TIPO DO REGISTRO:                    *
      *      "H" HEADER   - UM, NO INICIO DO ARQUIVO;                  *
      *      "D" DOSSIE   - UM POR DOSSIE (CABECALHO "C" DO MESTRE);   *
      *      "O" OCORRENCIA - ZERO OU MAIS, LOGO APOS O SEU DOSSIE;    *
      *      "T" TRAILER  - UM, NO FIM DO ARQUIVO.                     *
      *    VALORES SEM SINAL E COM 2 DECIMAIS IMPLICITAS. O TRAILER    *
      *    CONTA TODOS OS REGISTROS, HEADER E TRAILER INCLUSIVE.       *
      *----------------------------------------------------------------*
       FD  ARQ-EXTRATO
           RECORDING MODE IS F.
       01  REG-EXTRATO.
           05 DW-TP-REGISTRO          PIC X(001).
           05 DW-DADOS                PIC X(199).
           05 DW-DADOS-HEADER REDEFINES DW-DADOS.
              07 DW-NO-INTERFACE      PIC X(008).
              07 DW-NU-VERSAO         PIC X(003).
              07 DW-DT-MOVIMENTO      PIC X(008).
              07 DW-TP-CARGA          PIC X(001).
              07 DW-DT-INI            PIC X(008).
              07 DW-DT-FIM            PIC X(008).
              07 DW-DT-GERACAO        PIC X(008).
              07 DW-HR-GERACAO        PIC X(006).
              07 FILLER               PIC X(149).
           05 DW-DADOS-DOSSIE REDEFINES DW-DADOS.
              07 DW-CPF-CNPJ          PIC 9(014).
              07 DW-DT-ACESSO         PIC X(008).
              07 DW-HR-ACESSO         PIC X(006).
              07 DW-NO-PESSOA         PIC X(070).
              07 DW-CO-SITUACAO-RF    PIC 9(001).
              07 DW-DS-SITUACAO-RF    PIC X(010).
              07 DW-CONEXAO-SERASA    PIC 9(001).
              07 DW-CONEXAO-CADIN     PIC 9(001).
              07 DW-CONEXAO-SINAD     PIC 9(001).
              07 DW-CONEXAO-CCF       PIC 9(001).
              07 DW-CONEXAO-SPC       PIC 9(001).
              07 DW-CONEXAO-SICOW     PIC 9(001).
              07 DW-CONEXAO-SCR       PIC 9(001).
              07 DW-QT-SERASA         PIC 9(003).
              07 DW-QT-CADIN          PIC 9(003).
              07 DW-QT-SINAD          PIC 9(003).
              07 DW-QT-CCF            PIC 9(003).
              07 DW-QT-SPC            PIC 9(003).
              07 DW-QT-SICOW          PIC 9(003).
              07 DW-QT-SCR            PIC 9(003).
              07 DW-QT-TOTAL          PIC 9(005).
              07 DW-VL-RISCO          PIC 9(011)V99.
              07 DW-NOTA-RISCO        PIC 9(011)V99.
              07 DW-PJ-QT-PROTESTOS   PIC 9(003).
              07 DW-PJ-QT-RESTRICOES  PIC 9(003).
              07 DW-PJ-QT-SOCIOS      PIC 9(002).
              07 FILLER               PIC X(022).
           05 DW-DADOS-OCORR REDEFINES DW-DADOS.
              07 DW-OC-CPF-CNPJ       PIC 9(014).
              07 DW-OC-DT-ACESSO      PIC X(008).
              07 DW-OC-HR-ACESSO      PIC X(006).
              07 DW-OC-NU-SEQ         PIC 9(005).
              07 DW-OC-CO-BURO        PIC X(006).
              07 DW-OC-DT-OCORR       PIC X(008).
              07 DW-OC-HR-OCORR       PIC X(006).
              07 DW-OC-VL-OCORR       PIC 9(011)V99.
              07 DW-OC-CO-STATUS      PIC X(001).
              07 DW-OC-NU-REF         PIC X(020).
              07 FILLER               PIC X(112).
           05 DW-DADOS-TRAILER REDEFINES DW-DADOS.
              07 DW-QT-REGISTROS      PIC 9(009).
              07 DW-QT-DOSSIES        PIC 9(009).
              07 DW-QT-OCORRENCIAS    PIC 9(009).
              07 DW-VL-TOTAL-RISCO    PIC 9(015)V99.
              07 DW-VL-TOTAL-OCORR    PIC 9(015)V99.
              07 FILLER               PIC X(138).

       WORKING-STORAGE SECTION.
       77  WK-FS-PARAMET              PIC X(002) VALUE "00".
       77  WK-FS-DOSHIST              PIC X(002) VALUE "00".
       77  WK-FS-EXTRATO              PIC X(002) VALUE "00".
       77  WK-SW-FIM-HIST             PIC X(001) VALUE "N".
           88 FIM-HISTORICO                      VALUE "S".
           88 NAO-FIM-HISTORICO                  VALUE "N".
       77  WK-SW-PROC-OK              PIC X(001) VALUE "N".
           88 PROCESSAMENTO-OK                   VALUE "S".
           88 PROCESSAMENTO-PENDENTE             VALUE "N".
       77  WK-SW-CADEIA               PIC X(001) VALUE SPACE.
           88 CADEIA-NAO-CONFERIDA               VALUE SPACE.
           88 CADEIA-LIBERADA                    VALUE "S".
           88 CADEIA-BLOQUEADA                   VALUE "N".
       77  WK-TP-CARGA                PIC X(001) VALUE "D".
           88 CARGA-DIARIA                       VALUE "D".
           88 CARGA-RECARGA                      VALUE "R".
       77  WK-NU-VERSAO-LAYOUT        PIC X(003) VALUE "001".
       77  WK-DATA-HOJE               PIC X(008) VALUE SPACES.
       77  WK-HORA-AGORA              PIC X(006) VALUE SPACES.
       77  WK-DT-INI                  PIC X(008) VALUE SPACES.
       77  WK-DT-FIM                  PIC X(008) VALUE SPACES.
       77  WK-QT-REGISTROS            PIC 9(009) COMP VALUE ZERO.
       77  WK-QT-DOSSIES              PIC 9(009) COMP VALUE ZERO.
       77  WK-QT-OCORRENCIAS          PIC 9(009) COMP VALUE ZERO.
       77  WK-QT-OCORR-SEM-CAB        PIC 9(009) COMP VALUE ZERO.
       77  WK-VL-TOTAL-RISCO          PIC 9(015)V99 COMP VALUE ZERO.
       77  WK-VL-TOTAL-OCORR          PIC 9(015)V99 COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *    DOCUMENTO + CARIMBO DO ULTIMO DOSSIE EXTRAIDO: SO AS        *
      *    OCORRENCIAS DESSE DOSSIE ACOMPANHAM O SEU REGISTRO "D".     *
      *----------------------------------------------------------------*
       01  WK-DOSSIE-CORRENTE.
           05 WK-DC-CPF-CNPJ          PIC 9(014) VALUE ZERO.
           05 WK-DC-DT-ACESSO         PIC X(008) VALUE SPACES.
           05 WK-DC-HR-ACESSO         PIC X(006) VALUE SPACES.

       01  WK-DOSSIE-LIDO.
           05 WK-DL-CPF-CNPJ          PIC 9(014) VALUE ZERO.
           05 WK-DL-DT-ACESSO         PIC X(008) VALUE SPACES.
           05 WK-DL-HR-ACESSO         PIC X(006) VALUE SPACES.

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
               PERFORM 2000-EXTRAIR-REGISTRO
                   THRU 2000-EXTRAIR-REGISTRO-EXIT
                   UNTIL FIM-HISTORICO
               PERFORM 3000-GRAVAR-TRAILER
                   THRU 3000-GRAVAR-TRAILER-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR
               THRU 9000-FINALIZAR-EXIT.
           PERFORM 9800-ENCERRAR-CADEIA
               THRU 9800-ENCERRAR-CADEIA-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           SET PROCESSAMENTO-PENDENTE TO TRUE.
           SET NAO-FIM-HISTORICO TO TRUE.
           ACCEPT WK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-AGORA FROM TIME.
           PERFORM 1100-LER-PARAMETRO
               THRU 1100-LER-PARAMETRO-EXIT.
           IF WK-DT-INI = SPACES
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1900-CONFERIR-CADEIA
               THRU 1900-CONFERIR-CADEIA-EXIT.
           IF CADEIA-BLOQUEADA
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT ARQ-DOSHIST.
           IF WK-FS-DOSHIST NOT = "00"
               DISPLAY "PESPO653 - HISTORICO INDISPONIVEL, FS="
                       WK-FS-DOSHIST
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT ARQ-EXTRATO.
           IF WK-FS-EXTRATO NOT = "00"
               DISPLAY "PESPO653 - EXTRATO NAO ABERTO, FS="
                       WK-FS-EXTRATO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET PROCESSAMENTO-OK TO TRUE.
           PERFORM 1200-GRAVAR-HEADER
               THRU 1200-GRAVAR-HEADER-EXIT.
           MOVE LOW-VALUES TO DH-CHAVE.
           START ARQ-DOSHIST KEY >= DH-CHAVE
               INVALID KEY
                   SET FIM-HISTORICO TO TRUE
           END-START.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SEM PARAMETRO (OU COM O REGISTRO EM BRANCO) E O EXTRATO     *
      *    DIARIO DA DATA DO MOVIMENTO. PERIODO INVALIDO DEIXA         *
      *    WK-DT-INI EM BRANCO E O JOB NAO PROCESSA.                   *
      *----------------------------------------------------------------*
       1100-LER-PARAMETRO.
           MOVE WK-DATA-HOJE TO WK-DT-INI.
           MOVE WK-DATA-HOJE TO WK-DT-FIM.
           SET CARGA-DIARIA TO TRUE.
           OPEN INPUT ARQ-PARAMET.
           IF WK-FS-PARAMET NOT = "00"
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           READ ARQ-PARAMET
               AT END
                   GO TO 1100-LER-PARAM-FECHAR
           END-READ.
           IF PAR-DT-INI = SPACES AND PAR-DT-FIM = SPACES
               GO TO 1100-LER-PARAM-FECHAR
           END-IF.
           IF PAR-DT-FIM = SPACES
               MOVE PAR-DT-INI TO PAR-DT-FIM
           END-IF.
           IF PAR-DT-INI NOT NUMERIC OR PAR-DT-FIM NOT NUMERIC
              OR PAR-DT-INI > PAR-DT-FIM
              OR PAR-DT-FIM > WK-DATA-HOJE
               DISPLAY "PESPO653 - PERIODO DE RECARGA INVALIDO: "
                       PAR-DT-INI " A " PAR-DT-FIM
               MOVE SPACES TO WK-DT-INI
               MOVE 8 TO RETURN-CODE
               GO TO 1100-LER-PARAM-FECHAR
           END-IF.
           MOVE PAR-DT-INI TO WK-DT-INI.
           MOVE PAR-DT-FIM TO WK-DT-FIM.
           SET CARGA-RECARGA TO TRUE.
       1100-LER-PARAM-FECHAR.
           CLOSE ARQ-PARAMET.
       1100-LER-PARAMETRO-EXIT.
           EXIT.

       1200-GRAVAR-HEADER.
           MOVE SPACES              TO REG-EXTRATO.
           MOVE "H"                 TO DW-TP-REGISTRO.
           MOVE "DWDOSSIE"          TO DW-NO-INTERFACE.
           MOVE WK-NU-VERSAO-LAYOUT TO DW-NU-VERSAO.
           MOVE WK-DT-FIM           TO DW-DT-MOVIMENTO.
           MOVE WK-TP-CARGA         TO DW-TP-CARGA.
           MOVE WK-DT-INI           TO DW-DT-INI.
           MOVE WK-DT-FIM           TO DW-DT-FIM.
           MOVE WK-DATA-HOJE        TO DW-DT-GERACAO.
           MOVE WK-HORA-AGORA       TO DW-HR-GERACAO.
           PERFORM 8000-GRAVAR-EXTRATO
               THRU 8000-GRAVAR-EXTRATO-EXIT.
       1200-GRAVAR-HEADER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CONTROLE DA CADEIA BATCH: CONFERE OS PRE-REQUISITOS DO JOB  *
      *    NA DATA DO MOVIMENTO (NA RECARGA, NA DATA FINAL DO PERIODO) *
      *    E REGISTRA O INICIO DA EXECUCAO. JOB BLOQUEADO TERMINA COM  *
      *    RETURN-CODE 12 SEM PROCESSAR NADA.                          *
      *----------------------------------------------------------------*
       1900-CONFERIR-CADEIA.
           SET CADEIA-LIBERADA TO TRUE.
           MOVE "I"        TO WK-CX-FUNCAO.
           MOVE "PESPO653" TO WK-CX-NO-PROGRAMA.
           MOVE WK-DT-FIM  TO WK-CX-DT-REFERENCIA.
           MOVE SPACES     TO WK-CX-CO-SITUACAO.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO = "00"
               GO TO 1900-CONFERIR-CADEIA-EXIT
           END-IF.
           SET CADEIA-BLOQUEADA TO TRUE.
           MOVE 12 TO RETURN-CODE.
           IF WK-CX-CO-RETORNO = "10"
               DISPLAY "PESPO653 - EXECUCAO RECUSADA, PRE-REQUISITO "
                       WK-CX-NO-PRE-REQUISITO " NAO CONCLUIDO EM "
                       WK-CX-DT-REFERENCIA ", RC=12"
           ELSE
               DISPLAY "PESPO653 - EXECUCAO RECUSADA, CONTROLE DA "
                       "CADEIA INDISPONIVEL, RC=12"
           END-IF.
       1900-CONFERIR-CADEIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LEITURA DO MESTRE INTEIRO NA ORDEM DA CHAVE. CABECALHO "C"  *
      *    NO PERIODO VIRA REGISTRO "D" E PASSA A SER O DOSSIE         *
      *    CORRENTE; OCORRENCIA "O" SO SAI SE FOR DO DOSSIE CORRENTE.  *
      *----------------------------------------------------------------*
       2000-EXTRAIR-REGISTRO.
           READ ARQ-DOSHIST NEXT RECORD
               AT END
                   SET FIM-HISTORICO TO TRUE
                   GO TO 2000-EXTRAIR-REGISTRO-EXIT
           END-READ.
           IF WK-FS-DOSHIST NOT = "00"
               DISPLAY "PESPO653 - ERRO NA LEITURA DO HISTORICO, FS="
                       WK-FS-DOSHIST
               SET FIM-HISTORICO TO TRUE
               SET PROCESSAMENTO-PENDENTE TO TRUE
               GO TO 2000-EXTRAIR-REGISTRO-EXIT
           END-IF.
           IF DH-DT-ACESSO < WK-DT-INI
              OR DH-DT-ACESSO > WK-DT-FIM
               GO TO 2000-EXTRAIR-REGISTRO-EXIT
           END-IF.
           IF DH-TP-REGISTRO = "C"
               PERFORM 2100-GRAVAR-DOSSIE
                   THRU 2100-GRAVAR-DOSSIE-EXIT
               GO TO 2000-EXTRAIR-REGISTRO-EXIT
           END-IF.
           IF DH-TP-REGISTRO = "O"
               PERFORM 2200-GRAVAR-OCORRENCIA
                   THRU 2200-GRAVAR-OCORRENCIA-EXIT
           END-IF.
       2000-EXTRAIR-REGISTRO-EXIT.
           EXIT.

       2100-GRAVAR-DOSSIE.
           MOVE DH-CPF-CNPJ  TO WK-DC-CPF-CNPJ.
           MOVE DH-DT-ACESSO TO WK-DC-DT-ACESSO.
           MOVE DH-HR-ACESSO TO WK-DC-HR-ACESSO.
           MOVE SPACES              TO REG-EXTRATO.
           MOVE "D"                 TO DW-TP-REGISTRO.
           MOVE DH-CPF-CNPJ         TO DW-CPF-CNPJ.
           MOVE DH-DT-ACESSO        TO DW-DT-ACESSO.
           MOVE DH-HR-ACESSO        TO DW-HR-ACESSO.
           MOVE DH-NO-PESSOA        TO DW-NO-PESSOA.
           MOVE DH-CO-SITUACAO-RF   TO DW-CO-SITUACAO-RF.
           MOVE DH-DS-SITUACAO-RF   TO DW-DS-SITUACAO-RF.
           MOVE DH-CONEXAO-SERASA   TO DW-CONEXAO-SERASA.
           MOVE DH-CONEXAO-CADIN    TO DW-CONEXAO-CADIN.
           MOVE DH-CONEXAO-SINAD    TO DW-CONEXAO-SINAD.
           MOVE DH-CONEXAO-CCF      TO DW-CONEXAO-CCF.
           MOVE DH-CONEXAO-SPC      TO DW-CONEXAO-SPC.
           MOVE DH-CONEXAO-SICOW    TO DW-CONEXAO-SICOW.
           MOVE DH-CONEXAO-SCR      TO DW-CONEXAO-SCR.
           MOVE DH-QT-SERASA        TO DW-QT-SERASA.
           MOVE DH-QT-CADIN         TO DW-QT-CADIN.
           MOVE DH-QT-SINAD         TO DW-QT-SINAD.
           MOVE DH-QT-CCF           TO DW-QT-CCF.
           MOVE DH-QT-SPC           TO DW-QT-SPC.
           MOVE DH-QT-SICOW         TO DW-QT-SICOW.
           MOVE DH-QT-SCR           TO DW-QT-SCR.
           MOVE DH-QT-TOTAL         TO DW-QT-TOTAL.
           MOVE DH-VL-RISCO         TO DW-VL-RISCO.
           MOVE DH-NOTA-RISCO       TO DW-NOTA-RISCO.
           IF DH-PJ-QT-PROTESTOS NUMERIC
               MOVE DH-PJ-QT-PROTESTOS TO DW-PJ-QT-PROTESTOS
           ELSE
               MOVE ZERO TO DW-PJ-QT-PROTESTOS
           END-IF.
           IF DH-PJ-QT-RESTRICOES NUMERIC
               MOVE DH-PJ-QT-RESTRICOES TO DW-PJ-QT-RESTRICOES
           ELSE
               MOVE ZERO TO DW-PJ-QT-RESTRICOES
           END-IF.
           IF DH-PJ-QT-SOCIOS NUMERIC
               MOVE DH-PJ-QT-SOCIOS TO DW-PJ-QT-SOCIOS
           ELSE
               MOVE ZERO TO DW-PJ-QT-SOCIOS
           END-IF.
           PERFORM 8000-GRAVAR-EXTRATO
               THRU 8000-GRAVAR-EXTRATO-EXIT.
           ADD 1 TO WK-QT-DOSSIES.
           ADD DH-VL-RISCO TO WK-VL-TOTAL-RISCO.
       2100-GRAVAR-DOSSIE-EXIT.
           EXIT.

       2200-GRAVAR-OCORRENCIA.
           MOVE DH-CPF-CNPJ  TO WK-DL-CPF-CNPJ.
           MOVE DH-DT-ACESSO TO WK-DL-DT-ACESSO.
           MOVE DH-HR-ACESSO TO WK-DL-HR-ACESSO.
           IF WK-DOSSIE-LIDO NOT = WK-DOSSIE-CORRENTE
               ADD 1 TO WK-QT-OCORR-SEM-CAB
               GO TO 2200-GRAVAR-OCORRENCIA-EXIT
           END-IF.
           MOVE SPACES              TO REG-EXTRATO.
           MOVE "O"                 TO DW-TP-REGISTRO.
           MOVE DH-CPF-CNPJ         TO DW-OC-CPF-CNPJ.
           MOVE DH-DT-ACESSO        TO DW-OC-DT-ACESSO.
           MOVE DH-HR-ACESSO        TO DW-OC-HR-ACESSO.
           MOVE DH-NU-SEQ           TO DW-OC-NU-SEQ.
           MOVE DH-CO-BURO          TO DW-OC-CO-BURO.
           MOVE DH-DT-OCORR         TO DW-OC-DT-OCORR.
           MOVE DH-HR-OCORR         TO DW-OC-HR-OCORR.
           MOVE DH-VL-OCORR         TO DW-OC-VL-OCORR.
           MOVE DH-CO-STATUS        TO DW-OC-CO-STATUS.
           MOVE DH-NU-REF           TO DW-OC-NU-REF.
           PERFORM 8000-GRAVAR-EXTRATO
               THRU 8000-GRAVAR-EXTRATO-EXIT.
           ADD 1 TO WK-QT-OCORRENCIAS.
           ADD DH-VL-OCORR TO WK-VL-TOTAL-OCORR.
       2200-GRAVAR-OCORRENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    TRAILER DE CONTROLE DA CARGA: QUANTIDADE DE REGISTROS DO    *
      *    ARQUIVO (O PROPRIO TRAILER INCLUSIVE), DE DOSSIES E DE      *
      *    OCORRENCIAS, E AS SOMAS DE DW-VL-RISCO E DW-OC-VL-OCORR.    *
      *----------------------------------------------------------------*
       3000-GRAVAR-TRAILER.
           MOVE SPACES              TO REG-EXTRATO.
           MOVE "T"                 TO DW-TP-REGISTRO.
           COMPUTE DW-QT-REGISTROS = WK-QT-REGISTROS + 1.
           MOVE WK-QT-DOSSIES       TO DW-QT-DOSSIES.
           MOVE WK-QT-OCORRENCIAS   TO DW-QT-OCORRENCIAS.
           MOVE WK-VL-TOTAL-RISCO   TO DW-VL-TOTAL-RISCO.
           MOVE WK-VL-TOTAL-OCORR   TO DW-VL-TOTAL-OCORR.
           PERFORM 8000-GRAVAR-EXTRATO
               THRU 8000-GRAVAR-EXTRATO-EXIT.
       3000-GRAVAR-TRAILER-EXIT.
           EXIT.

       8000-GRAVAR-EXTRATO.
           WRITE REG-EXTRATO.
           IF WK-FS-EXTRATO NOT = "00"
               DISPLAY "PESPO653 - ERRO NA GRAVACAO DO EXTRATO, FS="
                       WK-FS-EXTRATO
               SET FIM-HISTORICO TO TRUE
               SET PROCESSAMENTO-PENDENTE TO TRUE
               GO TO 8000-GRAVAR-EXTRATO-EXIT
           END-IF.
           ADD 1 TO WK-QT-REGISTROS.
       8000-GRAVAR-EXTRATO-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WK-DT-INI = SPACES
               GO TO 9000-FINALIZAR-EXIT
           END-IF.
           CLOSE ARQ-DOSHIST.
           CLOSE ARQ-EXTRATO.
           IF WK-QT-OCORR-SEM-CAB > ZERO
               DISPLAY "PESPO653 - OCORRENCIAS SEM CABECALHO NAO "
                       "EXTRAIDAS: " WK-QT-OCORR-SEM-CAB
           END-IF.
           DISPLAY "PESPO653 - EXTRATO " WK-TP-CARGA " DE " WK-DT-INI
                   " A " WK-DT-FIM " - DOSSIES: " WK-QT-DOSSIES
                   " OCORRENCIAS: " WK-QT-OCORRENCIAS.
       9000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA CADEIA. EXTRATO   *
      *    INCOMPLETO (ERRO DE LEITURA OU GRAVACAO) FICA REGISTRADO    *
      *    COMO FALHA, PARA NAO SER ENVIADO AO DW.                     *
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
               MOVE 8 TO RETURN-CODE
           END-IF.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO NOT = "00"
               DISPLAY "PESPO653 - FIM NAO REGISTRADO NO CONTROLE DA "
                       "CADEIA, RETORNO=" WK-CX-CO-RETORNO
           END-IF.
       9800-ENCERRAR-CADEIA-EXIT.
           EXIT.
