      ******************************************************************
      *  PROGRAM-ID  : PESPO691                                        *
      *  AUTHOR      : M.R.SANTOS - GTECH                              *
      *  INSTALLATION: SIMTR - DOSSIE DIGITAL                          *
      *  DATE-WRITTEN: 2026-10-15                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PESPO691.
       AUTHOR.        M.R.SANTOS - GTECH.
       INSTALLATION.  SIMTR - DOSSIE DIGITAL.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15  MRS  PROGRAMA ORIGINAL - MANUTENCAO DO CADASTRO   *
      *                   DE BASE LEGAL LGPD (ARQ-BASELEG) POR         *
      *                   DOCUMENTO + CNPJ SOLICITANTE + SISTEMA,      *
      *                   CONFERIDO POR PESPO600 E SICPF000 ANTES DE   *
      *                   CADA CONSULTA: SEM BASE LEGAL VIGENTE A      *
      *                   CONSULTA E RECUSADA COM O RETORNO "07". O    *
      *                   ENCARREGADO DE DADOS INCLUI, ATUALIZA OU     *
      *                   REVOGA A BASE LEGAL (HIPOTESE DA LGPD), A    *
      *                   FINALIDADE, A DATA DE CONCESSAO E A          *
      *                   VALIDADE, COM TRILHA DE AUDITORIA (AUDIT010) *
      *                   DE QUEM MEXEU NO CADASTRO. COMANDO SEM NIS   *
      *                   DO GESTOR OU COM DATA AAAAMMDD INVALIDA E    *
      *                   REJEITADO.                                   *
      ******************************************************************

      ******************************************************************
      *  FUNCAO : CADA REGISTRO DE ARQ-COMANDOS TRAZ O NIS DO GESTOR,  *
      *           A ACAO E A CHAVE A TRATAR:                           *
      *             "I" - INCLUIR OU ATUALIZAR A BASE LEGAL DA CHAVE   *
      *             "R" - REVOGAR (CONSENTIMENTO RETIRADO, CONTRATO    *
      *                   ENCERRADO ETC.); O REGISTRO FICA NO CADASTRO *
      *                   COMO REVOGADO, COM A DATA DA REVOGACAO, PARA *
      *                   RESPONDER DEPOIS A BASE DE UM ACESSO ANTIGO  *
      *           CNPJ SOLICITANTE ZERO VALE PARA AS CONSULTAS DA      *
      *           PROPRIA INSTITUICAO (CONSULTA CPF E REFRESH DA       *
      *           CARTEIRA), QUE NAO TEM SOLICITANTE EXTERNO.          *
      *           BASES LEGAIS ACEITAS (LGPD, ART. 7):                 *
      *             "CS" CONSENTIMENTO DO TITULAR (EXIGE VALIDADE)     *
      *             "OL" CUMPRIMENTO DE OBRIGACAO LEGAL OU REGULATORIA *
      *             "CT" EXECUCAO DE CONTRATO OU PROCEDIMENTOS         *
      *                  PRELIMINARES                                  *
      *             "ED" EXERCICIO REGULAR DE DIREITOS                 *
      *             "LI" LEGITIMO INTERESSE                            *
      *             "PC" PROTECAO DO CREDITO                           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-COMANDOS ASSIGN TO ARQCOMAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-COMANDOS.

           SELECT ARQ-BASELEG ASSIGN TO BASELEG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLG-CHAVE
               FILE STATUS IS WK-FS-BASELEG.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *    NA REVOGACAO SO A CHAVE E OBRIGATORIA; OS DEMAIS CAMPOS     *
      *    SAO IGNORADOS.                                              *
      *----------------------------------------------------------------*
       FD  ARQ-COMANDOS
           RECORDING MODE IS F.
       01  REG-COMANDO.
           05 CMD-NIS-GESTOR          PIC 9(011).
           05 CMD-CO-ACAO             PIC X(001).
           05 CMD-CPF-CNPJ            PIC 9(014).
           05 CMD-CNPJ-SOLICITANTE    PIC 9(014).
           05 CMD-SISTEMA             PIC X(006).
           05 CMD-CO-BASE-LEGAL       PIC X(002).
              88 CMD-BASE-CONSENTIMENTO          VALUE "CS".
              88 CMD-BASE-VALIDA                 VALUE "CS" "OL" "CT"
                                                       "ED" "LI" "PC".
           05 CMD-CO-FINALIDADE       PIC X(010).
           05 CMD-DT-CONCESSAO        PIC X(008).
           05 CMD-DT-VALIDADE         PIC X(008).

      *----------------------------------------------------------------*
      *    MESMO LAYOUT CONSULTADO POR PESPO600 E SICPF000. VIGENTE =  *
      *    SITUACAO "A", CONCESSAO ATE HOJE E VALIDADE EM BRANCO (SEM  *
      *    PRAZO) OU A PARTIR DE HOJE.                                 *
      *----------------------------------------------------------------*
       FD  ARQ-BASELEG
           RECORDING MODE IS F.
       01  REG-BASELEG.
           05 BLG-CHAVE.
              07 BLG-CPF-CNPJ         PIC 9(014).
              07 BLG-CNPJ-SOLICITANTE PIC 9(014).
              07 BLG-SISTEMA          PIC X(006).
           05 BLG-CO-BASE-LEGAL       PIC X(002).
           05 BLG-CO-FINALIDADE       PIC X(010).
           05 BLG-DT-CONCESSAO        PIC X(008).
           05 BLG-DT-VALIDADE         PIC X(008).
           05 BLG-CO-SITUACAO         PIC X(001).
           05 BLG-DT-REVOGACAO        PIC X(008).
           05 BLG-DT-ATUALIZACAO      PIC X(008).
           05 BLG-HR-ATUALIZACAO      PIC X(006).
           05 BLG-NIS-GESTOR          PIC 9(011).

       WORKING-STORAGE SECTION.
       77  WK-FS-COMANDOS             PIC X(002) VALUE "00".
       77  WK-FS-BASELEG              PIC X(002) VALUE "00".
       77  WK-SW-FIM-ARQUIVO          PIC X(001) VALUE "N".
           88 FIM-ARQUIVO                        VALUE "S".
           88 NAO-FIM-ARQUIVO                    VALUE "N".
       77  WK-SW-CMD-VALIDO           PIC X(001) VALUE "S".
           88 COMANDO-VALIDO                     VALUE "S".
           88 COMANDO-INVALIDO                   VALUE "N".
       77  WK-QT-LIDOS                PIC 9(005) VALUE ZERO.
       77  WK-QT-APLICADOS            PIC 9(005) VALUE ZERO.
       77  WK-QT-REJEITADOS           PIC 9(005) VALUE ZERO.
       77  WK-DATA-HOJE               PIC X(008) VALUE SPACES.
       77  WK-HORA-AGORA              PIC X(006) VALUE SPACES.

      *----------------------------------------------------------------*
      *    DATA DE CONCESSAO OU VALIDADE A VALIDAR (2250-VALIDAR-DATA).*
      *----------------------------------------------------------------*
       01  WK-DATA-VALIDAR            PIC X(008) VALUE SPACES.
       01  WK-DATA-VALIDAR-R REDEFINES WK-DATA-VALIDAR.
           05 WK-DV-ANO               PIC 9(004).
           05 WK-DV-MES               PIC 9(002).
           05 WK-DV-DIA               PIC 9(002).

       01  WK-AUDIT010-PARM.
           05 WK-AUD-NIS               PIC 9(011).
           05 WK-AUD-NIVEL-AUTENT      PIC X(002).
           05 WK-AUD-OPERACAO          PIC X(016).
           05 WK-AUD-SISTEMA           PIC X(006).
           05 WK-AUD-FUNCAO            PIC X(010).
           05 WK-AUD-NO-PROGRAMA       PIC X(008).
           05 WK-AUD-CPF-CNPJ          PIC 9(014).
           05 WK-AUD-CO-BASE-LEGAL     PIC X(002).
           05 WK-AUD-CO-FINALIDADE     PIC X(010).
           05 WK-AUD-CO-RETORNO        PIC X(002).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-COMANDOS
               THRU 2000-PROCESSAR-COMANDOS-EXIT
               UNTIL FIM-ARQUIVO.
           PERFORM 9000-FINALIZAR
               THRU 9000-FINALIZAR-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           SET NAO-FIM-ARQUIVO TO TRUE.
           ACCEPT WK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-AGORA FROM TIME.
           OPEN INPUT ARQ-COMANDOS.
           IF WK-FS-COMANDOS NOT = "00"
               DISPLAY "PESPO691 - NADA A PROCESSAR, FS="
                       WK-FS-COMANDOS
               SET FIM-ARQUIVO TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN I-O ARQ-BASELEG.
           IF WK-FS-BASELEG = "35"
               OPEN OUTPUT ARQ-BASELEG
               CLOSE       ARQ-BASELEG
               OPEN I-O    ARQ-BASELEG
           END-IF.
           IF WK-FS-BASELEG NOT = "00"
               DISPLAY "PESPO691 - ERRO AO ABRIR ARQ-BASELEG, FS="
                       WK-FS-BASELEG
               SET FIM-ARQUIVO TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 2100-LER-COMANDO
               THRU 2100-LER-COMANDO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

       2000-PROCESSAR-COMANDOS.
           PERFORM 2200-VALIDAR-COMANDO
               THRU 2200-VALIDAR-COMANDO-EXIT.
           IF COMANDO-VALIDO
               PERFORM 2300-APLICAR-COMANDO
                   THRU 2300-APLICAR-COMANDO-EXIT
           END-IF.
           IF COMANDO-VALIDO
               PERFORM 3000-GRAVAR-AUDITORIA
                   THRU 3000-GRAVAR-AUDITORIA-EXIT
               ADD 1 TO WK-QT-APLICADOS
           ELSE
               ADD 1 TO WK-QT-REJEITADOS
           END-IF.
           PERFORM 2100-LER-COMANDO
               THRU 2100-LER-COMANDO-EXIT.
       2000-PROCESSAR-COMANDOS-EXIT.
           EXIT.

       2100-LER-COMANDO.
           READ ARQ-COMANDOS
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 2100-LER-COMANDO-EXIT
           END-READ.
           ADD 1 TO WK-QT-LIDOS.
       2100-LER-COMANDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    O NIS DO GESTOR E A CHAVE SAO SEMPRE OBRIGATORIOS (CNPJ     *
      *    SOLICITANTE PODE SER ZERO). NA INCLUSAO, A BASE LEGAL TEM   *
      *    DE SER UMA DAS HIPOTESES ACEITAS, A FINALIDADE E A          *
      *    CONCESSAO SAO OBRIGATORIAS, CONCESSAO E VALIDADE TEM DE SER *
      *    DATAS AAAAMMDD VALIDAS, A VALIDADE NAO PODE SER ANTERIOR A  *
      *    CONCESSAO E O CONSENTIMENTO SEMPRE TEM VALIDADE DEFINIDA.   *
      *----------------------------------------------------------------*
       2200-VALIDAR-COMANDO.
           SET COMANDO-VALIDO TO TRUE.
           IF CMD-CO-ACAO NOT = "I" AND CMD-CO-ACAO NOT = "R"
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO691 - ACAO INVALIDA: " CMD-CO-ACAO
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           IF CMD-NIS-GESTOR NOT NUMERIC OR CMD-NIS-GESTOR = ZERO
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO691 - NIS DO GESTOR NAO INFORMADO, DOC "
                       CMD-CPF-CNPJ
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           IF CMD-CPF-CNPJ NOT NUMERIC
              OR CMD-CNPJ-SOLICITANTE NOT NUMERIC
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO691 - DOCUMENTO OU SOLICITANTE NAO "
                       "NUMERICO, NIS GESTOR " CMD-NIS-GESTOR
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           IF CMD-CPF-CNPJ = ZERO OR CMD-SISTEMA = SPACES
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO691 - CHAVE INCOMPLETA, DOC "
                       CMD-CPF-CNPJ " SISTEMA " CMD-SISTEMA
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           IF CMD-CO-ACAO = "R"
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           IF NOT CMD-BASE-VALIDA
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO691 - BASE LEGAL INVALIDA: "
                       CMD-CO-BASE-LEGAL " DOC " CMD-CPF-CNPJ
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           IF CMD-CO-FINALIDADE = SPACES
              OR CMD-DT-CONCESSAO = SPACES
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO691 - FINALIDADE OU CONCESSAO NAO "
                       "INFORMADA, DOC " CMD-CPF-CNPJ
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           MOVE CMD-DT-CONCESSAO TO WK-DATA-VALIDAR.
           PERFORM 2250-VALIDAR-DATA
               THRU 2250-VALIDAR-DATA-EXIT.
           IF COMANDO-INVALIDO
               DISPLAY "PESPO691 - CONCESSAO INVALIDA: "
                       CMD-DT-CONCESSAO " DOC " CMD-CPF-CNPJ
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           IF CMD-DT-VALIDADE NOT = SPACES
               MOVE CMD-DT-VALIDADE TO WK-DATA-VALIDAR
               PERFORM 2250-VALIDAR-DATA
                   THRU 2250-VALIDAR-DATA-EXIT
           END-IF.
           IF COMANDO-INVALIDO
               DISPLAY "PESPO691 - VALIDADE INVALIDA: "
                       CMD-DT-VALIDADE " DOC " CMD-CPF-CNPJ
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           IF CMD-BASE-CONSENTIMENTO
              AND CMD-DT-VALIDADE = SPACES
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO691 - CONSENTIMENTO SEM VALIDADE, DOC "
                       CMD-CPF-CNPJ
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           IF CMD-DT-VALIDADE NOT = SPACES
              AND CMD-DT-VALIDADE < CMD-DT-CONCESSAO
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO691 - VALIDADE " CMD-DT-VALIDADE
                       " ANTERIOR A CONCESSAO " CMD-DT-CONCESSAO
                       ", DOC " CMD-CPF-CNPJ
           END-IF.
       2200-VALIDAR-COMANDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    DATA AAAAMMDD NUMERICA, MES 01-12, DIA 01-31, ANO >= 2000.  *
      *----------------------------------------------------------------*
       2250-VALIDAR-DATA.
           IF WK-DATA-VALIDAR NOT NUMERIC
               SET COMANDO-INVALIDO TO TRUE
               GO TO 2250-VALIDAR-DATA-EXIT
           END-IF.
           IF WK-DV-MES < 1 OR WK-DV-MES > 12
              OR WK-DV-DIA < 1 OR WK-DV-DIA > 31
              OR WK-DV-ANO < 2000
               SET COMANDO-INVALIDO TO TRUE
           END-IF.
       2250-VALIDAR-DATA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    "I" GRAVA A CHAVE COMO ATIVA (REGRAVANDO SE JA EXISTIR,     *
      *    INCLUSIVE UMA REVOGADA, QUE VOLTA A VALER COM A NOVA        *
      *    CONCESSAO); "R" MARCA A CHAVE COMO REVOGADA HOJE, E CHAVE   *
      *    INEXISTENTE NA REVOGACAO E REJEITADA COM AVISO.             *
      *----------------------------------------------------------------*
       2300-APLICAR-COMANDO.
           MOVE CMD-CPF-CNPJ         TO BLG-CPF-CNPJ.
           MOVE CMD-CNPJ-SOLICITANTE TO BLG-CNPJ-SOLICITANTE.
           MOVE CMD-SISTEMA          TO BLG-SISTEMA.
           IF CMD-CO-ACAO = "R"
               GO TO 2300-APLICAR-REVOGACAO
           END-IF.
           MOVE CMD-CO-BASE-LEGAL    TO BLG-CO-BASE-LEGAL.
           MOVE CMD-CO-FINALIDADE    TO BLG-CO-FINALIDADE.
           MOVE CMD-DT-CONCESSAO     TO BLG-DT-CONCESSAO.
           MOVE CMD-DT-VALIDADE      TO BLG-DT-VALIDADE.
           MOVE "A"                  TO BLG-CO-SITUACAO.
           MOVE SPACES               TO BLG-DT-REVOGACAO.
           MOVE WK-DATA-HOJE         TO BLG-DT-ATUALIZACAO.
           MOVE WK-HORA-AGORA        TO BLG-HR-ATUALIZACAO.
           MOVE CMD-NIS-GESTOR       TO BLG-NIS-GESTOR.
           WRITE REG-BASELEG
               INVALID KEY
                   REWRITE REG-BASELEG
           END-WRITE.
           DISPLAY "PESPO691 - BASE " BLG-CO-BASE-LEGAL
                   " FINALIDADE " BLG-CO-FINALIDADE
                   " DOC " CMD-CPF-CNPJ
                   " SOLIC " CMD-CNPJ-SOLICITANTE
                   " SIST " CMD-SISTEMA
                   " POR NIS " CMD-NIS-GESTOR.
           GO TO 2300-APLICAR-COMANDO-EXIT.
       2300-APLICAR-REVOGACAO.
           READ ARQ-BASELEG
               INVALID KEY
                   SET COMANDO-INVALIDO TO TRUE
                   DISPLAY "PESPO691 - BASE LEGAL INEXISTENTE, DOC "
                           CMD-CPF-CNPJ " SOLIC " CMD-CNPJ-SOLICITANTE
                           " SIST " CMD-SISTEMA
                   GO TO 2300-APLICAR-COMANDO-EXIT
           END-READ.
           MOVE "R"                  TO BLG-CO-SITUACAO.
           MOVE WK-DATA-HOJE         TO BLG-DT-REVOGACAO.
           MOVE WK-DATA-HOJE         TO BLG-DT-ATUALIZACAO.
           MOVE WK-HORA-AGORA        TO BLG-HR-ATUALIZACAO.
           MOVE CMD-NIS-GESTOR       TO BLG-NIS-GESTOR.
           REWRITE REG-BASELEG.
           DISPLAY "PESPO691 - REVOGADA BASE " BLG-CO-BASE-LEGAL
                   " DOC " CMD-CPF-CNPJ
                   " SOLIC " CMD-CNPJ-SOLICITANTE
                   " SIST " CMD-SISTEMA
                   " POR NIS " CMD-NIS-GESTOR.
       2300-APLICAR-COMANDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    A TRILHA LEVA O DOCUMENTO E A BASE/FINALIDADE DO REGISTRO   *
      *    TRATADO (NA REVOGACAO, AS QUE ESTAVAM VALENDO), PARA O      *
      *    EXTRATO POR DOCUMENTO DA AUDIT020 MOSTRAR TAMBEM QUANDO E   *
      *    POR QUEM A BASE FOI CONCEDIDA OU REVOGADA.                  *
      *----------------------------------------------------------------*
       3000-GRAVAR-AUDITORIA.
           MOVE CMD-NIS-GESTOR     TO WK-AUD-NIS.
           MOVE "99"               TO WK-AUD-NIVEL-AUTENT.
           MOVE "MANUT-BASELEG"    TO WK-AUD-OPERACAO.
           MOVE "SIMTR"            TO WK-AUD-SISTEMA.
           MOVE SPACES             TO WK-AUD-FUNCAO.
           STRING CMD-CO-ACAO      DELIMITED BY SIZE
                  "-BASELEG"       DELIMITED BY SIZE
               INTO WK-AUD-FUNCAO.
           MOVE "PESPO691"         TO WK-AUD-NO-PROGRAMA.
           MOVE CMD-CPF-CNPJ       TO WK-AUD-CPF-CNPJ.
           MOVE BLG-CO-BASE-LEGAL  TO WK-AUD-CO-BASE-LEGAL.
           MOVE BLG-CO-FINALIDADE  TO WK-AUD-CO-FINALIDADE.
           CALL "AUDIT010" USING WK-AUDIT010-PARM.
           IF WK-AUD-CO-RETORNO NOT = "00"
               DISPLAY "PESPO691 - AUDITORIA NAO GRAVADA, CO-RETORNO="
                       WK-AUD-CO-RETORNO " NIS=" WK-AUD-NIS
           END-IF.
       3000-GRAVAR-AUDITORIA-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARQ-COMANDOS.
           CLOSE ARQ-BASELEG.
           DISPLAY "PESPO691 - COMANDOS LIDOS....: " WK-QT-LIDOS.
           DISPLAY "PESPO691 - APLICADOS.........: " WK-QT-APLICADOS.
           DISPLAY "PESPO691 - REJEITADOS........: " WK-QT-REJEITADOS.
       9000-FINALIZAR-EXIT.
           EXIT.
