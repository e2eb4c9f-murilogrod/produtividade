      ******************************************************************
      *  PROGRAM-ID  : PESPO654                                        *
      *  AUTHOR      : M.R.SANTOS - GTECH                              *
      *  INSTALLATION: SIMTR - DOSSIE DIGITAL                          *
      *  DATE-WRITTEN: 2026-10-15                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PESPO654.
       AUTHOR.        M.R.SANTOS - GTECH.
       INSTALLATION.  SIMTR - DOSSIE DIGITAL.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15  MRS  PROGRAMA ORIGINAL - RELATORIO DIARIO DE      *
      *                   CONTESTACOES DE OCORRENCIAS VENCIDAS SEM     *
      *                   DESFECHO: PERCORRE O CADASTRO ARQ-CONTOCOR   *
      *                   (MANTIDO PELO PESPO692) E LISTA AS           *
      *                   CONTESTACOES AINDA ABERTAS COM PRAZO         *
      *                   ANTERIOR A DATA DO MOVIMENTO, COM OS DIAS DE *
      *                   ATRASO E O NIS DO ANALISTA RESPONSAVEL.      *
      *                   ENQUANTO ABERTAS, ESSAS OCORRENCIAS SEGUEM   *
      *                   COM O PESO DE CONTESTACAO NA NOTA DO         *
      *                   PESPO600. ARQ-CONTOCOR AINDA NAO CRIADO (FS  *
      *                   35) E DIA SEM CONTESTACOES; OUTRO ERRO DE    *
      *                   ABERTURA TERMINA COM RETURN-CODE 8 E FALHA   *
      *                   NA CADEIA.                                   *
      ******************************************************************

      ******************************************************************
      *  FUNCAO : UMA LINHA POR CONTESTACAO VENCIDA (DOCUMENTO, BURO,  *
      *           OCR-NU-REFERENCIA, ABERTURA, PRAZO, DIAS DE ATRASO E *
      *           NIS DO ANALISTA), SEGUIDA DA OBSERVACAO QUANDO       *
      *           HOUVER, E OS TOTAIS DE ABERTAS NO PRAZO E VENCIDAS.  *
      *           RETURN-CODE 4 QUANDO HA CONTESTACAO VENCIDA: O       *
      *           ANALISTA PRECISA REGISTRAR O DESFECHO OU PRORROGAR   *
      *           O PRAZO PELO PESPO692. RETURN-CODE 8 QUANDO O        *
      *           ARQ-CONTOCOR NAO PODE SER ABERTO.                    *
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

           SELECT ARQ-CONTOCOR ASSIGN TO CONTOCOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTO-CHAVE
               FILE STATUS IS WK-FS-CONTOCOR.

           SELECT ARQ-RELATORIO ASSIGN TO RELCONTV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.

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
      *    MESMO LAYOUT MANTIDO POR PESPO692.                          *
      *----------------------------------------------------------------*
       FD  ARQ-CONTOCOR
           RECORDING MODE IS F.
       01  REG-CONTOCOR.
           05 CTO-CHAVE.
              07 CTO-CPF-CNPJ         PIC 9(014).
              07 CTO-CO-BURO          PIC X(006).
              07 CTO-NU-REFERENCIA    PIC X(020).
           05 CTO-CO-SITUACAO         PIC X(001).
              88 CTO-ABERTA                      VALUE "A".
           05 CTO-DT-ABERTURA         PIC X(008).
           05 CTO-DT-PRAZO            PIC X(008).
           05 CTO-NIS-ANALISTA        PIC 9(011).
           05 CTO-DT-DESFECHO         PIC X(008).
           05 CTO-DT-ATUALIZACAO      PIC X(008).
           05 CTO-HR-ATUALIZACAO      PIC X(006).
           05 CTO-DS-OBSERVACAO       PIC X(040).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO              PIC X(080).

       WORKING-STORAGE SECTION.
       77  WK-FS-PARAMET              PIC X(002) VALUE "00".
       77  WK-FS-CONTOCOR             PIC X(002) VALUE "00".
       77  WK-FS-RELATORIO            PIC X(002) VALUE "00".
       77  WK-SW-FIM-CONTOCOR         PIC X(001) VALUE "N".
           88 FIM-CONTOCOR                       VALUE "S".
           88 NAO-FIM-CONTOCOR                   VALUE "N".
       77  WK-SW-PROC-OK              PIC X(001) VALUE "N".
           88 PROCESSAMENTO-OK                   VALUE "S".
           88 PROCESSAMENTO-PENDENTE             VALUE "N".
       77  WK-SW-CONTESTACOES         PIC X(001) VALUE "S".
           88 HA-CONTESTACOES                    VALUE "S".
           88 SEM-CONTESTACOES                   VALUE "N".
       77  WK-SW-CADEIA               PIC X(001) VALUE SPACE.
           88 CADEIA-NAO-CONFERIDA               VALUE SPACE.
           88 CADEIA-LIBERADA                    VALUE "S".
           88 CADEIA-BLOQUEADA                   VALUE "N".
       77  WK-DATA-HOJE               PIC X(008) VALUE SPACES.
       77  WK-DT-MOVIMENTO            PIC X(008) VALUE SPACES.
       77  WK-DT-MOVIMENTO-NUM REDEFINES WK-DT-MOVIMENTO
                                      PIC 9(008).
       77  WK-DT-PRAZO                PIC X(008) VALUE SPACES.
       77  WK-DT-PRAZO-NUM REDEFINES WK-DT-PRAZO
                                      PIC 9(008).
       77  WK-QT-DIAS-ATRASO          PIC 9(005) VALUE ZERO.
       77  WK-QT-LIDAS                PIC 9(007) VALUE ZERO.
       77  WK-QT-ABERTAS-PRAZO        PIC 9(007) VALUE ZERO.
       77  WK-QT-VENCIDAS             PIC 9(007) VALUE ZERO.
       77  WK-QT-DECIDIDAS            PIC 9(007) VALUE ZERO.

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
               PERFORM 2000-LER-CONTESTACAO
                   THRU 2000-LER-CONTESTACAO-EXIT
                   UNTIL FIM-CONTOCOR
               PERFORM 4000-EMITIR-TOTAIS
                   THRU 4000-EMITIR-TOTAIS-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR
               THRU 9000-FINALIZAR-EXIT.
           PERFORM 9800-ENCERRAR-CADEIA
               THRU 9800-ENCERRAR-CADEIA-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           SET PROCESSAMENTO-PENDENTE TO TRUE.
           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WK-DATA-HOJE TO WK-DT-MOVIMENTO.
           PERFORM 1100-LER-PARAMETRO
               THRU 1100-LER-PARAMETRO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    DATA DO MOVIMENTO PARAMETRIZADA PARA REPROCESSAR UM DIA;    *
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
      *    SO FS 35 (ARQUIVO AINDA NAO CRIADO) E "SEM CONTESTACOES";   *
      *    OUTRO STATUS DEIXA O PROCESSAMENTO PENDENTE (RC 8).         *
      *----------------------------------------------------------------*
       1200-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-CONTOCOR.
           IF WK-FS-CONTOCOR = "35"
               DISPLAY "PESPO654 - SEM CONTESTACOES, FS="
                       WK-FS-CONTOCOR
               SET SEM-CONTESTACOES TO TRUE
               GO TO 1200-ABRIR-ARQUIVOS-EXIT
           END-IF.
           IF WK-FS-CONTOCOR NOT = "00"
               DISPLAY "PESPO654 - ERRO AO ABRIR ARQ-CONTOCOR, FS="
                       WK-FS-CONTOCOR
               GO TO 1200-ABRIR-ARQUIVOS-EXIT
           END-IF.
           SET NAO-FIM-CONTOCOR TO TRUE.
           MOVE LOW-VALUES TO CTO-CHAVE.
           START ARQ-CONTOCOR KEY IS NOT LESS THAN CTO-CHAVE
               INVALID KEY
                   SET FIM-CONTOCOR TO TRUE
           END-START.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CONTESTACOES DE OCORRENCIAS VENCIDAS SEM "
                                          DELIMITED BY SIZE
                  "DESFECHO - MOVIMENTO " DELIMITED BY SIZE
                  WK-DT-MOVIMENTO         DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  DOCUMENTO      BURO   REFERENCIA           "
                                          DELIMITED BY SIZE
                  "ABERTURA PRAZO    ATRASO"
                                          DELIMITED BY SIZE
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
           MOVE "PESPO654"      TO WK-CX-NO-PROGRAMA.
           MOVE WK-DT-MOVIMENTO TO WK-CX-DT-REFERENCIA.
           MOVE SPACES          TO WK-CX-CO-SITUACAO.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO = "00"
               GO TO 1900-CONFERIR-CADEIA-EXIT
           END-IF.
           SET CADEIA-BLOQUEADA TO TRUE.
           MOVE 12 TO RETURN-CODE.
           IF WK-CX-CO-RETORNO = "10"
               DISPLAY "PESPO654 - EXECUCAO RECUSADA, PRE-REQUISITO "
                       WK-CX-NO-PRE-REQUISITO " NAO CONCLUIDO EM "
                       WK-CX-DT-REFERENCIA ", RC=12"
           ELSE
               DISPLAY "PESPO654 - EXECUCAO RECUSADA, CONTROLE DA "
                       "CADEIA INDISPONIVEL, RC=12"
           END-IF.
       1900-CONFERIR-CADEIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SO A CONTESTACAO ABERTA INTERESSA: COM PRAZO ANTERIOR AO    *
      *    MOVIMENTO ESTA VENCIDA E VAI PARA O RELATORIO; AS DEMAIS    *
      *    ABERTAS E AS JA DECIDIDAS ENTRAM SO NOS TOTAIS.             *
      *----------------------------------------------------------------*
       2000-LER-CONTESTACAO.
           READ ARQ-CONTOCOR NEXT RECORD
               AT END
                   SET FIM-CONTOCOR TO TRUE
                   GO TO 2000-LER-CONTESTACAO-EXIT
           END-READ.
           IF WK-FS-CONTOCOR NOT = "00"
               SET FIM-CONTOCOR TO TRUE
               GO TO 2000-LER-CONTESTACAO-EXIT
           END-IF.
           ADD 1 TO WK-QT-LIDAS.
           IF NOT CTO-ABERTA
               ADD 1 TO WK-QT-DECIDIDAS
               GO TO 2000-LER-CONTESTACAO-EXIT
           END-IF.
           IF CTO-DT-PRAZO NOT < WK-DT-MOVIMENTO
               ADD 1 TO WK-QT-ABERTAS-PRAZO
               GO TO 2000-LER-CONTESTACAO-EXIT
           END-IF.
           ADD 1 TO WK-QT-VENCIDAS.
           PERFORM 3000-IMPRIMIR-VENCIDA
               THRU 3000-IMPRIMIR-VENCIDA-EXIT.
       2000-LER-CONTESTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    DIAS DE ATRASO CONTADOS DO PRAZO ATE O MOVIMENTO. PRAZO     *
      *    NAO NUMERICO (CADASTRO ANTIGO OU CORROMPIDO) SAI COM ATRASO *
      *    ZERO, MAS SAI.                                              *
      *----------------------------------------------------------------*
       3000-IMPRIMIR-VENCIDA.
           MOVE ZERO TO WK-QT-DIAS-ATRASO.
           MOVE CTO-DT-PRAZO TO WK-DT-PRAZO.
           IF WK-DT-PRAZO NUMERIC
               COMPUTE WK-QT-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (WK-DT-MOVIMENTO-NUM)
                 - FUNCTION INTEGER-OF-DATE (WK-DT-PRAZO-NUM)
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  "                 DELIMITED BY SIZE
                  CTO-CPF-CNPJ         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CTO-CO-BURO          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CTO-NU-REFERENCIA    DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CTO-DT-ABERTURA      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CTO-DT-PRAZO         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WK-QT-DIAS-ATRASO    DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "    ANALISTA "      DELIMITED BY SIZE
                  CTO-NIS-ANALISTA     DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CTO-DS-OBSERVACAO    DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       3000-IMPRIMIR-VENCIDA-EXIT.
           EXIT.

       4000-EMITIR-TOTAIS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-QT-VENCIDAS = ZERO
               MOVE "  NENHUMA" TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAIS - VENCIDAS "   DELIMITED BY SIZE
                  WK-QT-VENCIDAS         DELIMITED BY SIZE
                  " ABERTAS NO PRAZO "   DELIMITED BY SIZE
                  WK-QT-ABERTAS-PRAZO    DELIMITED BY SIZE
                  " DECIDIDAS "          DELIMITED BY SIZE
                  WK-QT-DECIDIDAS        DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       4000-EMITIR-TOTAIS-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF PROCESSAMENTO-OK
               CLOSE ARQ-CONTOCOR
               CLOSE ARQ-RELATORIO
           END-IF.
           IF WK-QT-VENCIDAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "PESPO654 - MOVIMENTO.........: " WK-DT-MOVIMENTO.
           DISPLAY "PESPO654 - CONTESTACOES LIDAS: " WK-QT-LIDAS.
           DISPLAY "PESPO654 - ABERTAS NO PRAZO..: "
                   WK-QT-ABERTAS-PRAZO.
           DISPLAY "PESPO654 - VENCIDAS..........: " WK-QT-VENCIDAS.
           DISPLAY "PESPO654 - DECIDIDAS.........: " WK-QT-DECIDIDAS.
       9000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA CADEIA.           *
      *    CONTESTACAO VENCIDA E AVISO (RC 4), NAO FALHA: CONCLUIDO.   *
      *    SEM ARQ-CONTOCOR (FS 35) TAMBEM CONCLUI; ARQUIVO            *
      *    INACESSIVEL E FALHA (RC 8).                                 *
      *----------------------------------------------------------------*
       9800-ENCERRAR-CADEIA.
           IF NOT CADEIA-LIBERADA
               GO TO 9800-ENCERRAR-CADEIA-EXIT
           END-IF.
           MOVE "F" TO WK-CX-FUNCAO.
           IF PROCESSAMENTO-OK OR SEM-CONTESTACOES
               MOVE "C" TO WK-CX-CO-SITUACAO
           ELSE
               MOVE "F" TO WK-CX-CO-SITUACAO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO NOT = "00"
               DISPLAY "PESPO654 - FIM NAO REGISTRADO NO CONTROLE DA "
                       "CADEIA, RETORNO=" WK-CX-CO-RETORNO
           END-IF.
       9800-ENCERRAR-CADEIA-EXIT.
           EXIT.
