      ******************************************************************
      *  PROGRAM-ID  : DUPCU010                                        *
      *  AUTHOR      : M.R.SANTOS - GTECH                              *
      *  INSTALLATION: SIMTR - DOSSIE DIGITAL                          *
      *  DATE-WRITTEN: 2026-10-15                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DUPCU010.
       AUTHOR.        M.R.SANTOS - GTECH.
       INSTALLATION.  SIMTR - DOSSIE DIGITAL.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15  MRS  PROGRAMA ORIGINAL - FECHAMENTO DIARIO DA     *
      *                   DUPLA CUSTODIA. EXPIRA AS PROPOSTAS          *
      *                   PENDENTES COM PRAZO VENCIDO NA DATA DO       *
      *                   MOVIMENTO (COM REGISTRO NA AUDIT010) E EMITE *
      *                   O RELATORIO DIARIO DE PROPOSTAS: PENDENTES,  *
      *                   APROVADAS, REJEITADAS E EXPIRADAS.           *
      *                   ARQ-PROPOSTA AINDA NAO CRIADO (FS 35) E DIA  *
      *                   SEM PROPOSTAS; OUTRO ERRO DE ABERTURA        *
      *                   TERMINA COM RETURN-CODE 8 E FALHA NA CADEIA. *
      ******************************************************************

      ******************************************************************
      *  FUNCAO : LE O ARQ-PROPOSTA GRAVADO PELA DUPCU01. 1) PROPOSTA  *
      *           PENDENTE COM DATA LIMITE ANTERIOR AO MOVIMENTO E     *
      *           MARCADA EXPIRADA (NAO PODE MAIS SER APROVADA).       *
      *           2) RELATORIO EM QUATRO SECOES: TODAS AS PENDENTES    *
      *           (COM A IMAGEM DO COMANDO PARA O APROVADOR) E AS      *
      *           APROVADAS, REJEITADAS E EXPIRADAS NA DATA DO         *
      *           MOVIMENTO, COM OS DOIS NIS (PROPONENTE E APROVADOR). *
      *           RETURN-CODE 4 QUANDO HOUVE EXPIRACAO NO DIA (O       *
      *           PEDIDO PRECISA SER PROPOSTO DE NOVO); RETURN-CODE 8  *
      *           QUANDO O ARQ-PROPOSTA NAO PODE SER ABERTO.           *
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

           SELECT ARQ-PROPOSTA ASSIGN TO PROPOSTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRP-CHAVE
               FILE STATUS IS WK-FS-PROPOSTA.

           SELECT ARQ-RELATORIO ASSIGN TO RELPROP
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
      *    MESMO LAYOUT GRAVADO PELA DUPCU01.                          *
      *----------------------------------------------------------------*
       FD  ARQ-PROPOSTA
           RECORDING MODE IS F.
       01  REG-PROPOSTA.
           05 PRP-CHAVE.
              07 PRP-NO-PROGRAMA      PIC X(008).
              07 PRP-DT-PROPOSTA      PIC X(008).
              07 PRP-SEQ-PROPOSTA     PIC 9(004).
           05 PRP-HR-PROPOSTA         PIC X(006).
           05 PRP-NIS-PROPONENTE      PIC 9(011).
           05 PRP-DT-LIMITE           PIC X(008).
           05 PRP-CO-SITUACAO         PIC X(001).
              88 PRP-PENDENTE                    VALUE "P".
              88 PRP-APLICADA                    VALUE "A".
              88 PRP-NAO-APLICADA                VALUE "F".
              88 PRP-REJEITADA                   VALUE "R".
              88 PRP-EXPIRADA                    VALUE "E".
           05 PRP-NIS-APROVADOR       PIC 9(011).
           05 PRP-NIVEL-APROVADOR     PIC X(002).
           05 PRP-DT-DECISAO          PIC X(008).
           05 PRP-HR-DECISAO          PIC X(006).
           05 PRP-TX-COMANDO          PIC X(100).
           05 FILLER                  PIC X(010).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO              PIC X(080).

       WORKING-STORAGE SECTION.
       77  WK-FS-PARAMET              PIC X(002) VALUE "00".
       77  WK-FS-PROPOSTA             PIC X(002) VALUE "00".
       77  WK-FS-RELATORIO            PIC X(002) VALUE "00".
       77  WK-SW-FIM-PROPOSTA         PIC X(001) VALUE "N".
           88 FIM-PROPOSTA                       VALUE "S".
           88 NAO-FIM-PROPOSTA                   VALUE "N".
       77  WK-SW-PROC-OK              PIC X(001) VALUE "N".
           88 PROCESSAMENTO-OK                   VALUE "S".
           88 PROCESSAMENTO-PENDENTE             VALUE "N".
       77  WK-SW-PROPOSTAS            PIC X(001) VALUE "S".
           88 HA-PROPOSTAS                       VALUE "S".
           88 SEM-PROPOSTAS                      VALUE "N".
       77  WK-SW-CADEIA               PIC X(001) VALUE SPACE.
           88 CADEIA-NAO-CONFERIDA               VALUE SPACE.
           88 CADEIA-LIBERADA                    VALUE "S".
           88 CADEIA-BLOQUEADA                   VALUE "N".
       77  WK-SECAO                   PIC X(001) VALUE SPACE.
           88 SECAO-PENDENTES                    VALUE "P".
           88 SECAO-APROVADAS                    VALUE "A".
           88 SECAO-REJEITADAS                   VALUE "R".
           88 SECAO-EXPIRADAS                    VALUE "E".
       77  WK-DATA-HOJE               PIC X(008) VALUE SPACES.
       77  WK-HORA-AGORA              PIC X(006) VALUE SPACES.
       77  WK-DT-MOVIMENTO            PIC X(008) VALUE SPACES.
       77  WK-QT-PENDENTES            PIC 9(005) VALUE ZERO.
       77  WK-QT-APLICADAS            PIC 9(005) VALUE ZERO.
       77  WK-QT-NAO-APLICADAS        PIC 9(005) VALUE ZERO.
       77  WK-QT-REJEITADAS           PIC 9(005) VALUE ZERO.
       77  WK-QT-EXPIRADAS            PIC 9(005) VALUE ZERO.
       77  WK-QT-EXPIRADAS-AGORA      PIC 9(005) VALUE ZERO.
       77  WK-QT-LINHAS-SECAO         PIC 9(005) VALUE ZERO.

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
               PERFORM 2000-EXPIRAR-PROPOSTAS
                   THRU 2000-EXPIRAR-PROPOSTAS-EXIT
               SET SECAO-PENDENTES TO TRUE
               PERFORM 3000-EMITIR-SECAO
                   THRU 3000-EMITIR-SECAO-EXIT
               SET SECAO-APROVADAS TO TRUE
               PERFORM 3000-EMITIR-SECAO
                   THRU 3000-EMITIR-SECAO-EXIT
               SET SECAO-REJEITADAS TO TRUE
               PERFORM 3000-EMITIR-SECAO
                   THRU 3000-EMITIR-SECAO-EXIT
               SET SECAO-EXPIRADAS TO TRUE
               PERFORM 3000-EMITIR-SECAO
                   THRU 3000-EMITIR-SECAO-EXIT
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
           ACCEPT WK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-AGORA FROM TIME.
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
      *    SO FS 35 (ARQUIVO AINDA NAO CRIADO) E "SEM PROPOSTAS";      *
      *    OUTRO STATUS DEIXA O PROCESSAMENTO PENDENTE (RC 8).         *
      *----------------------------------------------------------------*
       1200-ABRIR-ARQUIVOS.
           OPEN I-O ARQ-PROPOSTA.
           IF WK-FS-PROPOSTA = "35"
               DISPLAY "DUPCU010 - SEM PROPOSTAS, FS=" WK-FS-PROPOSTA
               SET SEM-PROPOSTAS TO TRUE
               GO TO 1200-ABRIR-ARQUIVOS-EXIT
           END-IF.
           IF WK-FS-PROPOSTA NOT = "00"
               DISPLAY "DUPCU010 - ERRO AO ABRIR ARQ-PROPOSTA, FS="
                       WK-FS-PROPOSTA
               GO TO 1200-ABRIR-ARQUIVOS-EXIT
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DUPLA CUSTODIA - PROPOSTAS DE MANUTENCAO - "
                                          DELIMITED BY SIZE
                  "MOVIMENTO "            DELIMITED BY SIZE
                  WK-DT-MOVIMENTO         DELIMITED BY SIZE
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
           MOVE "DUPCU010"      TO WK-CX-NO-PROGRAMA.
           MOVE WK-DT-MOVIMENTO TO WK-CX-DT-REFERENCIA.
           MOVE SPACES          TO WK-CX-CO-SITUACAO.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO = "00"
               GO TO 1900-CONFERIR-CADEIA-EXIT
           END-IF.
           SET CADEIA-BLOQUEADA TO TRUE.
           MOVE 12 TO RETURN-CODE.
           IF WK-CX-CO-RETORNO = "10"
               DISPLAY "DUPCU010 - EXECUCAO RECUSADA, PRE-REQUISITO "
                       WK-CX-NO-PRE-REQUISITO " NAO CONCLUIDO EM "
                       WK-CX-DT-REFERENCIA ", RC=12"
           ELSE
               DISPLAY "DUPCU010 - EXECUCAO RECUSADA, CONTROLE DA "
                       "CADEIA INDISPONIVEL, RC=12"
           END-IF.
       1900-CONFERIR-CADEIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    PROPOSTA PENDENTE COM LIMITE ANTERIOR AO MOVIMENTO EXPIRA.  *
      *    A EXPIRACAO E ASSINADA NA TRILHA COM O NIS DO PROPONENTE,   *
      *    QUE E QUEM PRECISA PROPOR DE NOVO.                          *
      *----------------------------------------------------------------*
       2000-EXPIRAR-PROPOSTAS.
           PERFORM 5000-POSICIONAR-INICIO
               THRU 5000-POSICIONAR-INICIO-EXIT.
           PERFORM 2100-AVALIAR-PRAZO
               THRU 2100-AVALIAR-PRAZO-EXIT
               UNTIL FIM-PROPOSTA.
       2000-EXPIRAR-PROPOSTAS-EXIT.
           EXIT.

       2100-AVALIAR-PRAZO.
           PERFORM 5100-LER-PROPOSTA
               THRU 5100-LER-PROPOSTA-EXIT.
           IF FIM-PROPOSTA
               GO TO 2100-AVALIAR-PRAZO-EXIT
           END-IF.
           IF NOT PRP-PENDENTE
              OR PRP-DT-LIMITE NOT < WK-DT-MOVIMENTO
               GO TO 2100-AVALIAR-PRAZO-EXIT
           END-IF.
           SET PRP-EXPIRADA TO TRUE.
           MOVE WK-DT-MOVIMENTO TO PRP-DT-DECISAO.
           MOVE WK-HORA-AGORA   TO PRP-HR-DECISAO.
           REWRITE REG-PROPOSTA
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WK-FS-PROPOSTA NOT = "00"
               DISPLAY "DUPCU010 - FALHA AO EXPIRAR PROPOSTA "
                       PRP-NO-PROGRAMA " " PRP-DT-PROPOSTA "-"
                       PRP-SEQ-PROPOSTA ", FS=" WK-FS-PROPOSTA
               GO TO 2100-AVALIAR-PRAZO-EXIT
           END-IF.
           ADD 1 TO WK-QT-EXPIRADAS-AGORA.
           MOVE PRP-NIS-PROPONENTE TO WK-AUD-NIS.
           MOVE "99"               TO WK-AUD-NIVEL-AUTENT.
           MOVE "EXPIRA-PROPOSTA"  TO WK-AUD-OPERACAO.
           MOVE "SIMTR"            TO WK-AUD-SISTEMA.
           MOVE SPACES             TO WK-AUD-FUNCAO.
           STRING PRP-DT-PROPOSTA (3:6) DELIMITED BY SIZE
                  PRP-SEQ-PROPOSTA      DELIMITED BY SIZE
               INTO WK-AUD-FUNCAO.
           MOVE PRP-NO-PROGRAMA    TO WK-AUD-NO-PROGRAMA.
           MOVE ZERO               TO WK-AUD-CPF-CNPJ.
           MOVE SPACES             TO WK-AUD-CO-BASE-LEGAL.
           MOVE SPACES             TO WK-AUD-CO-FINALIDADE.
           CALL "AUDIT010" USING WK-AUDIT010-PARM.
           IF WK-AUD-CO-RETORNO NOT = "00"
               DISPLAY "DUPCU010 - AUDITORIA NAO GRAVADA, CO-RETORNO="
                       WK-AUD-CO-RETORNO " NIS=" WK-AUD-NIS
           END-IF.
       2100-AVALIAR-PRAZO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    UMA SECAO DO RELATORIO POR VARREDURA DO ARQUIVO: PENDENTES  *
      *    (TODAS, QUALQUER DATA) E APROVADAS, REJEITADAS E EXPIRADAS  *
      *    COM DECISAO NA DATA DO MOVIMENTO.                           *
      *----------------------------------------------------------------*
       3000-EMITIR-SECAO.
           MOVE ZERO   TO WK-QT-LINHAS-SECAO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           EVALUATE TRUE
               WHEN SECAO-PENDENTES
                   MOVE "PROPOSTAS PENDENTES DE APROVACAO"
                     TO REG-RELATORIO
               WHEN SECAO-APROVADAS
                   STRING "PROPOSTAS APROVADAS NO DIA (A = APLICADA, "
                                               DELIMITED BY SIZE
                          "F = RECUSADA NA APLICACAO)"
                                               DELIMITED BY SIZE
                       INTO REG-RELATORIO
               WHEN SECAO-REJEITADAS
                   MOVE "PROPOSTAS REJEITADAS NO DIA"
                     TO REG-RELATORIO
               WHEN SECAO-EXPIRADAS
                   MOVE "PROPOSTAS EXPIRADAS NO DIA"
                     TO REG-RELATORIO
           END-EVALUATE.
           WRITE REG-RELATORIO.
           PERFORM 5000-POSICIONAR-INICIO
               THRU 5000-POSICIONAR-INICIO-EXIT.
           PERFORM 3100-AVALIAR-PROPOSTA
               THRU 3100-AVALIAR-PROPOSTA-EXIT
               UNTIL FIM-PROPOSTA.
           IF WK-QT-LINHAS-SECAO = ZERO
               MOVE "  NENHUMA" TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
       3000-EMITIR-SECAO-EXIT.
           EXIT.

       3100-AVALIAR-PROPOSTA.
           PERFORM 5100-LER-PROPOSTA
               THRU 5100-LER-PROPOSTA-EXIT.
           IF FIM-PROPOSTA
               GO TO 3100-AVALIAR-PROPOSTA-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN SECAO-PENDENTES AND PRP-PENDENTE
                   ADD 1 TO WK-QT-PENDENTES
               WHEN PRP-DT-DECISAO NOT = WK-DT-MOVIMENTO
                   GO TO 3100-AVALIAR-PROPOSTA-EXIT
               WHEN SECAO-APROVADAS AND PRP-APLICADA
                   ADD 1 TO WK-QT-APLICADAS
               WHEN SECAO-APROVADAS AND PRP-NAO-APLICADA
                   ADD 1 TO WK-QT-NAO-APLICADAS
               WHEN SECAO-REJEITADAS AND PRP-REJEITADA
                   ADD 1 TO WK-QT-REJEITADAS
               WHEN SECAO-EXPIRADAS AND PRP-EXPIRADA
                   ADD 1 TO WK-QT-EXPIRADAS
               WHEN OTHER
                   GO TO 3100-AVALIAR-PROPOSTA-EXIT
           END-EVALUATE.
           ADD 1 TO WK-QT-LINHAS-SECAO.
           PERFORM 3200-IMPRIMIR-PROPOSTA
               THRU 3200-IMPRIMIR-PROPOSTA-EXIT.
       3100-AVALIAR-PROPOSTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    PENDENTE: PROPONENTE, LIMITE E A IMAGEM DO COMANDO, QUE E   *
      *    O QUE O APROVADOR CONFERE ANTES DE DECIDIR. DECIDIDA: OS    *
      *    DOIS NIS, O NIVEL DO APROVADOR E A SITUACAO FINAL.          *
      *----------------------------------------------------------------*
       3200-IMPRIMIR-PROPOSTA.
           MOVE SPACES TO REG-RELATORIO.
           IF SECAO-PENDENTES
               STRING "  "                 DELIMITED BY SIZE
                      PRP-NO-PROGRAMA      DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      PRP-DT-PROPOSTA      DELIMITED BY SIZE
                      "-"                  DELIMITED BY SIZE
                      PRP-SEQ-PROPOSTA     DELIMITED BY SIZE
                      " PROPONENTE "       DELIMITED BY SIZE
                      PRP-NIS-PROPONENTE   DELIMITED BY SIZE
                      " LIMITE "           DELIMITED BY SIZE
                      PRP-DT-LIMITE        DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES TO REG-RELATORIO
               STRING "    "               DELIMITED BY SIZE
                      PRP-TX-COMANDO (1:60) DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
               IF PRP-TX-COMANDO (61:40) NOT = SPACES
                   MOVE SPACES TO REG-RELATORIO
                   STRING "      "              DELIMITED BY SIZE
                          PRP-TX-COMANDO (61:40) DELIMITED BY SIZE
                       INTO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
               GO TO 3200-IMPRIMIR-PROPOSTA-EXIT
           END-IF.
           STRING "  "                 DELIMITED BY SIZE
                  PRP-NO-PROGRAMA      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  PRP-DT-PROPOSTA      DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  PRP-SEQ-PROPOSTA     DELIMITED BY SIZE
                  " PROP "             DELIMITED BY SIZE
                  PRP-NIS-PROPONENTE   DELIMITED BY SIZE
                  " APROV "            DELIMITED BY SIZE
                  PRP-NIS-APROVADOR    DELIMITED BY SIZE
                  " NIV "              DELIMITED BY SIZE
                  PRP-NIVEL-APROVADOR  DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  PRP-CO-SITUACAO      DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       3200-IMPRIMIR-PROPOSTA-EXIT.
           EXIT.

       4000-EMITIR-TOTAIS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAIS - PENDENTES "  DELIMITED BY SIZE
                  WK-QT-PENDENTES        DELIMITED BY SIZE
                  " APLICADAS "          DELIMITED BY SIZE
                  WK-QT-APLICADAS        DELIMITED BY SIZE
                  " NAO APLICADAS "      DELIMITED BY SIZE
                  WK-QT-NAO-APLICADAS    DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "         REJEITADAS " DELIMITED BY SIZE
                  WK-QT-REJEITADAS       DELIMITED BY SIZE
                  " EXPIRADAS "          DELIMITED BY SIZE
                  WK-QT-EXPIRADAS        DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       4000-EMITIR-TOTAIS-EXIT.
           EXIT.

       5000-POSICIONAR-INICIO.
           SET NAO-FIM-PROPOSTA TO TRUE.
           MOVE LOW-VALUES TO PRP-CHAVE.
           START ARQ-PROPOSTA KEY IS NOT LESS THAN PRP-CHAVE
               INVALID KEY
                   SET FIM-PROPOSTA TO TRUE
           END-START.
       5000-POSICIONAR-INICIO-EXIT.
           EXIT.

       5100-LER-PROPOSTA.
           READ ARQ-PROPOSTA NEXT RECORD
               AT END
                   SET FIM-PROPOSTA TO TRUE
                   GO TO 5100-LER-PROPOSTA-EXIT
           END-READ.
           IF WK-FS-PROPOSTA NOT = "00"
               SET FIM-PROPOSTA TO TRUE
           END-IF.
       5100-LER-PROPOSTA-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF PROCESSAMENTO-OK
               CLOSE ARQ-PROPOSTA
               CLOSE ARQ-RELATORIO
           END-IF.
           IF WK-QT-EXPIRADAS-AGORA > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "DUPCU010 - MOVIMENTO.........: " WK-DT-MOVIMENTO.
           DISPLAY "DUPCU010 - PENDENTES.........: " WK-QT-PENDENTES.
           DISPLAY "DUPCU010 - APLICADAS.........: " WK-QT-APLICADAS.
           DISPLAY "DUPCU010 - NAO APLICADAS.....: "
                   WK-QT-NAO-APLICADAS.
           DISPLAY "DUPCU010 - REJEITADAS........: " WK-QT-REJEITADAS.
           DISPLAY "DUPCU010 - EXPIRADAS.........: " WK-QT-EXPIRADAS.
       9000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA CADEIA. EXPIRACAO *
      *    E AVISO (RC 4), NAO FALHA: CONCLUIDO. SEM ARQ-PROPOSTA (FS  *
      *    35) TAMBEM CONCLUI; ARQUIVO INACESSIVEL E FALHA (RC 8).     *
      *----------------------------------------------------------------*
       9800-ENCERRAR-CADEIA.
           IF NOT CADEIA-LIBERADA
               GO TO 9800-ENCERRAR-CADEIA-EXIT
           END-IF.
           MOVE "F" TO WK-CX-FUNCAO.
           IF PROCESSAMENTO-OK OR SEM-PROPOSTAS
               MOVE "C" TO WK-CX-CO-SITUACAO
           ELSE
               MOVE "F" TO WK-CX-CO-SITUACAO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO NOT = "00"
               DISPLAY "DUPCU010 - FIM NAO REGISTRADO NO CONTROLE DA "
                       "CADEIA, RETORNO=" WK-CX-CO-RETORNO
           END-IF.
       9800-ENCERRAR-CADEIA-EXIT.
           EXIT.
