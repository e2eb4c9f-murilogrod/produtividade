      ******************************************************************
      *  PROGRAM-ID  : CTLEX010                                        *
      *  AUTHOR      : M.R.SANTOS - GTECH                              *
      *  INSTALLATION: SIMTR - DOSSIE DIGITAL                          *
      *  DATE-WRITTEN: 2026-10-15                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTLEX010.
       AUTHOR.        M.R.SANTOS - GTECH.
       INSTALLATION.  SIMTR - DOSSIE DIGITAL.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15  MRS  PROGRAMA ORIGINAL - RELATORIO DA NOITE DA    *
      *                   CADEIA BATCH A PARTIR DO CONTROLE DE         *
      *                   EXECUCAO ARQ-CTLEXEC (GRAVADO PELA CTLEX01): *
      *                   O QUE RODOU, O QUE FALHOU, O QUE FICOU       *
      *                   BLOQUEADO ESPERANDO PRE-REQUISITO, O QUE     *
      *                   FICOU EM EXECUCAO (INTERROMPIDO) E OS JOBS   *
      *                   NOTURNOS CADASTRADOS EM ARQ-PREREQ QUE NEM   *
      *                   CHEGARAM A RODAR. TERMINA COM RETURN-CODE 4  *
      *                   QUANDO HOUVER QUALQUER PENDENCIA NA CADEIA.  *
      *                   SEM O CONTROLE DE EXECUCAO TERMINA COM       *
      *                   RETURN-CODE 8.                               *
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

           SELECT ARQ-CTLEXEC ASSIGN TO CTLEXEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WK-FS-CTLEXEC.

           SELECT ARQ-PREREQ ASSIGN TO CTLPRER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-PREREQ.

           SELECT ARQ-RELATORIO ASSIGN TO RELCADEI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *    DATA DA NOITE A REPORTAR (AAAAMMDD). PARAMETRO AUSENTE OU   *
      *    EM BRANCO USA A DATA CORRENTE.                              *
      *----------------------------------------------------------------*
       FD  ARQ-PARAMET
           RECORDING MODE IS F.
       01  REG-PARAMET.
           05 PAR-DT-REFERENCIA       PIC X(008).

      *----------------------------------------------------------------*
      *    MESMO LAYOUT GRAVADO PELA CTLEX01.                          *
      *----------------------------------------------------------------*
       FD  ARQ-CTLEXEC
           RECORDING MODE IS F.
       01  REG-CTLEXEC.
           05 CTL-CHAVE.
              07 CTL-NO-PROGRAMA      PIC X(008).
              07 CTL-DT-REFERENCIA    PIC X(008).
           05 CTL-CO-SITUACAO         PIC X(001).
              88 CTL-EM-EXECUCAO                 VALUE "E".
              88 CTL-CONCLUIDO                   VALUE "C".
              88 CTL-FALHOU                      VALUE "F".
              88 CTL-BLOQUEADO                   VALUE "B".
           05 CTL-DT-INICIO           PIC X(008).
           05 CTL-HR-INICIO           PIC X(006).
           05 CTL-DT-FIM              PIC X(008).
           05 CTL-HR-FIM              PIC X(006).
           05 CTL-NO-PRE-REQUISITO    PIC X(008).
           05 CTL-QT-EXECUCOES        PIC 9(003).
           05 FILLER                  PIC X(010).

      *----------------------------------------------------------------*
      *    MESMOS CARTOES LIDOS PELA CTLEX01.                          *
      *----------------------------------------------------------------*
       FD  ARQ-PREREQ
           RECORDING MODE IS F.
       01  REG-PREREQ.
           05 PRQ-NO-PROGRAMA         PIC X(008).
           05 PRQ-TP-PERIODO          PIC X(001).
              88 PRQ-NOTURNO                     VALUE "D".
              88 PRQ-MENSAL                      VALUE "M".
           05 PRQ-NO-PRE-REQUISITO    PIC X(008).
           05 FILLER                  PIC X(063).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO              PIC X(080).

       WORKING-STORAGE SECTION.
       77  WK-FS-PARAMET              PIC X(002) VALUE "00".
       77  WK-FS-CTLEXEC              PIC X(002) VALUE "00".
       77  WK-FS-PREREQ               PIC X(002) VALUE "00".
       77  WK-FS-RELATORIO            PIC X(002) VALUE "00".
       77  WK-SW-PROC-OK              PIC X(001) VALUE "N".
           88 PROCESSAMENTO-OK                   VALUE "S".
           88 PROCESSAMENTO-PENDENTE             VALUE "N".
       77  WK-SW-CTLEXEC              PIC X(001) VALUE "S".
           88 CTLEXEC-DISPONIVEL                 VALUE "S".
           88 CTLEXEC-INDISPONIVEL               VALUE "N".
       77  WK-SW-FIM-CTLEXEC          PIC X(001) VALUE "N".
           88 FIM-CTLEXEC                        VALUE "S".
           88 NAO-FIM-CTLEXEC                    VALUE "N".
       77  WK-SW-FIM-PREREQ           PIC X(001) VALUE "N".
           88 FIM-PREREQ                         VALUE "S".
           88 NAO-FIM-PREREQ                     VALUE "N".
       77  WK-SW-ACHOU                PIC X(001) VALUE "N".
           88 PROGRAMA-ACHADO                    VALUE "S".
           88 PROGRAMA-NAO-ACHADO                VALUE "N".
       77  WK-DATA-HOJE               PIC X(008) VALUE SPACES.
       77  WK-DT-REFERENCIA           PIC X(008) VALUE SPACES.
       77  WK-CO-SITUACAO-SEL         PIC X(001) VALUE SPACES.
       77  WK-QT-PROGRAMAS            PIC 9(003) COMP VALUE ZERO.
       77  WK-QT-EXECUCOES            PIC 9(003) COMP VALUE ZERO.
       77  WK-IX-PRG                  PIC 9(003) COMP VALUE ZERO.
       77  WK-IX-EXE                  PIC 9(003) COMP VALUE ZERO.
       77  WK-QT-CONCLUIDOS           PIC 9(005) COMP VALUE ZERO.
       77  WK-QT-FALHARAM             PIC 9(005) COMP VALUE ZERO.
       77  WK-QT-BLOQUEADOS           PIC 9(005) COMP VALUE ZERO.
       77  WK-QT-INTERROMPIDOS        PIC 9(005) COMP VALUE ZERO.
       77  WK-QT-NAO-EXECUTADOS       PIC 9(005) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *    PROGRAMAS DA CADEIA, MONTADOS A PARTIR DOS CARTOES DE       *
      *    PRE-REQUISITO (UM POR PROGRAMA, QUALQUER QUE SEJA O NUMERO  *
      *    DE DEPENDENCIAS). WK-PRG-VISTO MARCA O JOB NOTURNO QUE TEM  *
      *    REGISTRO NA DATA DE REFERENCIA.                             *
      *----------------------------------------------------------------*
       01  WK-TAB-PROGRAMAS.
           05 WK-PRG-ENTRADA OCCURS 50 TIMES.
              07 WK-PRG-NOME          PIC X(008).
              07 WK-PRG-PERIODO       PIC X(001).
              07 WK-PRG-VISTO         PIC X(001).

      *----------------------------------------------------------------*
      *    EXECUCOES DA NOITE: REGISTROS COM A DATA DE REFERENCIA OU   *
      *    COM O INICIO NA DATA DO RELATORIO (OS MENSAIS TEM           *
      *    REFERENCIA AAAAMM01 E SO APARECEM PELA DATA DE INICIO).     *
      *----------------------------------------------------------------*
       01  WK-TAB-EXECUCOES.
           05 WK-EXE-ENTRADA OCCURS 200 TIMES.
              07 WK-EXE-PROGRAMA      PIC X(008).
              07 WK-EXE-DT-REFERENCIA PIC X(008).
              07 WK-EXE-SITUACAO      PIC X(001).
              07 WK-EXE-HR-INICIO     PIC X(006).
              07 WK-EXE-DT-FIM        PIC X(008).
              07 WK-EXE-HR-FIM        PIC X(006).
              07 WK-EXE-PRE-REQUISITO PIC X(008).
              07 WK-EXE-QT-EXECUCOES  PIC 9(003).

       01  WK-AREA-EDICAO.
           05 WK-QT-ED                PIC ZZZZ9.
           05 WK-DS-TITULO-ED         PIC X(040).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           IF PROCESSAMENTO-OK
               PERFORM 2000-CARREGAR-EXECUCOES
                   THRU 2000-CARREGAR-EXECUCOES-EXIT
               PERFORM 3000-EMITIR-RELATORIO
                   THRU 3000-EMITIR-RELATORIO-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR
               THRU 9000-FINALIZAR-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           SET PROCESSAMENTO-PENDENTE TO TRUE.
           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WK-DATA-HOJE TO WK-DT-REFERENCIA.
           OPEN INPUT ARQ-PARAMET.
           IF WK-FS-PARAMET = "00"
               READ ARQ-PARAMET
                   AT END
                       MOVE SPACES TO PAR-DT-REFERENCIA
               END-READ
               IF PAR-DT-REFERENCIA NOT = SPACES
                   MOVE PAR-DT-REFERENCIA TO WK-DT-REFERENCIA
               END-IF
               CLOSE ARQ-PARAMET
           END-IF.
           OPEN INPUT ARQ-CTLEXEC.
           IF WK-FS-CTLEXEC NOT = "00"
               DISPLAY "CTLEX010 - CONTROLE DE EXECUCAO INDISPONIVEL, "
                       "FS=" WK-FS-CTLEXEC ", RC=8"
               SET CTLEXEC-INDISPONIVEL TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1100-CARREGAR-PROGRAMAS
               THRU 1100-CARREGAR-PROGRAMAS-EXIT.
           OPEN OUTPUT ARQ-RELATORIO.
           SET PROCESSAMENTO-OK TO TRUE.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    MONTA A LISTA DE PROGRAMAS DA CADEIA. SEM CARTOES, O        *
      *    RELATORIO SAI SO COM O QUE CONSTAR DO CONTROLE.             *
      *----------------------------------------------------------------*
       1100-CARREGAR-PROGRAMAS.
           SET NAO-FIM-PREREQ TO TRUE.
           OPEN INPUT ARQ-PREREQ.
           IF WK-FS-PREREQ NOT = "00"
               DISPLAY "CTLEX010 - SEM CARTOES DE PRE-REQUISITO, FS="
                       WK-FS-PREREQ
               GO TO 1100-CARREGAR-PROGRAMAS-EXIT
           END-IF.
           PERFORM 1110-LER-PREREQ
               THRU 1110-LER-PREREQ-EXIT
               UNTIL FIM-PREREQ.
           CLOSE ARQ-PREREQ.
       1100-CARREGAR-PROGRAMAS-EXIT.
           EXIT.

       1110-LER-PREREQ.
           READ ARQ-PREREQ
               AT END
                   SET FIM-PREREQ TO TRUE
                   GO TO 1110-LER-PREREQ-EXIT
           END-READ.
           IF PRQ-NO-PROGRAMA = SPACES
               GO TO 1110-LER-PREREQ-EXIT
           END-IF.
           SET PROGRAMA-NAO-ACHADO TO TRUE.
           PERFORM 1120-COMPARAR-PROGRAMA
                   THRU 1120-COMPARAR-PROGRAMA-EXIT
               VARYING WK-IX-PRG FROM 1 BY 1
               UNTIL WK-IX-PRG > WK-QT-PROGRAMAS
                  OR PROGRAMA-ACHADO.
           IF PROGRAMA-ACHADO
               GO TO 1110-LER-PREREQ-EXIT
           END-IF.
           IF WK-QT-PROGRAMAS NOT < 50
               DISPLAY "CTLEX010 - TABELA DE PROGRAMAS CHEIA, "
                       "IGNORADO: " PRQ-NO-PROGRAMA
               GO TO 1110-LER-PREREQ-EXIT
           END-IF.
           ADD 1 TO WK-QT-PROGRAMAS.
           MOVE PRQ-NO-PROGRAMA TO WK-PRG-NOME    (WK-QT-PROGRAMAS).
           MOVE PRQ-TP-PERIODO  TO WK-PRG-PERIODO (WK-QT-PROGRAMAS).
           MOVE "N"             TO WK-PRG-VISTO   (WK-QT-PROGRAMAS).
       1110-LER-PREREQ-EXIT.
           EXIT.

       1120-COMPARAR-PROGRAMA.
           IF WK-PRG-NOME (WK-IX-PRG) = PRQ-NO-PROGRAMA
               SET PROGRAMA-ACHADO TO TRUE
           END-IF.
       1120-COMPARAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LE O CONTROLE INTEIRO (CHAVE PROGRAMA + REFERENCIA) E       *
      *    GUARDA AS EXECUCOES DA NOITE.                               *
      *----------------------------------------------------------------*
       2000-CARREGAR-EXECUCOES.
           SET NAO-FIM-CTLEXEC TO TRUE.
           PERFORM 2100-LER-CTLEXEC
               THRU 2100-LER-CTLEXEC-EXIT
               UNTIL FIM-CTLEXEC.
       2000-CARREGAR-EXECUCOES-EXIT.
           EXIT.

       2100-LER-CTLEXEC.
           READ ARQ-CTLEXEC NEXT RECORD
               AT END
                   SET FIM-CTLEXEC TO TRUE
                   GO TO 2100-LER-CTLEXEC-EXIT
           END-READ.
           IF WK-FS-CTLEXEC NOT = "00"
               SET FIM-CTLEXEC TO TRUE
               GO TO 2100-LER-CTLEXEC-EXIT
           END-IF.
           IF CTL-DT-REFERENCIA NOT = WK-DT-REFERENCIA
              AND CTL-DT-INICIO NOT = WK-DT-REFERENCIA
               GO TO 2100-LER-CTLEXEC-EXIT
           END-IF.
           IF CTL-DT-REFERENCIA = WK-DT-REFERENCIA
               PERFORM 2200-MARCAR-VISTO
                       THRU 2200-MARCAR-VISTO-EXIT
                   VARYING WK-IX-PRG FROM 1 BY 1
                   UNTIL WK-IX-PRG > WK-QT-PROGRAMAS
           END-IF.
           IF WK-QT-EXECUCOES NOT < 200
               DISPLAY "CTLEX010 - TABELA DE EXECUCOES CHEIA, "
                       "IGNORADO: " CTL-NO-PROGRAMA
               GO TO 2100-LER-CTLEXEC-EXIT
           END-IF.
           ADD 1 TO WK-QT-EXECUCOES.
           MOVE CTL-NO-PROGRAMA   TO WK-EXE-PROGRAMA (WK-QT-EXECUCOES).
           MOVE CTL-DT-REFERENCIA
             TO WK-EXE-DT-REFERENCIA (WK-QT-EXECUCOES).
           MOVE CTL-CO-SITUACAO   TO WK-EXE-SITUACAO (WK-QT-EXECUCOES).
           MOVE CTL-HR-INICIO     TO WK-EXE-HR-INICIO (WK-QT-EXECUCOES).
           MOVE CTL-DT-FIM        TO WK-EXE-DT-FIM (WK-QT-EXECUCOES).
           MOVE CTL-HR-FIM        TO WK-EXE-HR-FIM (WK-QT-EXECUCOES).
           MOVE CTL-NO-PRE-REQUISITO
             TO WK-EXE-PRE-REQUISITO (WK-QT-EXECUCOES).
           MOVE CTL-QT-EXECUCOES
             TO WK-EXE-QT-EXECUCOES (WK-QT-EXECUCOES).
           EVALUATE TRUE
               WHEN CTL-CONCLUIDO
                   ADD 1 TO WK-QT-CONCLUIDOS
               WHEN CTL-FALHOU
                   ADD 1 TO WK-QT-FALHARAM
               WHEN CTL-BLOQUEADO
                   ADD 1 TO WK-QT-BLOQUEADOS
               WHEN OTHER
                   ADD 1 TO WK-QT-INTERROMPIDOS
           END-EVALUATE.
       2100-LER-CTLEXEC-EXIT.
           EXIT.

       2200-MARCAR-VISTO.
           IF WK-PRG-NOME (WK-IX-PRG) = CTL-NO-PROGRAMA
               MOVE "S" TO WK-PRG-VISTO (WK-IX-PRG)
           END-IF.
       2200-MARCAR-VISTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    UM BLOCO POR SITUACAO, NA ORDEM EM QUE A OPERACAO PRECISA   *
      *    AGIR: FALHAS, BLOQUEIOS, INTERROMPIDOS, NAO EXECUTADOS E,   *
      *    POR ULTIMO, O QUE RODOU NORMALMENTE.                        *
      *----------------------------------------------------------------*
       3000-EMITIR-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CADEIA BATCH SIMTR - EXECUCAO DA NOITE DE "
                      DELIMITED BY SIZE
                  WK-DT-REFERENCIA DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "F" TO WK-CO-SITUACAO-SEL.
           MOVE "FALHARAM" TO WK-DS-TITULO-ED.
           PERFORM 3100-EMITIR-BLOCO
               THRU 3100-EMITIR-BLOCO-EXIT.
           MOVE "B" TO WK-CO-SITUACAO-SEL.
           MOVE "BLOQUEADOS AGUARDANDO PRE-REQUISITO"
             TO WK-DS-TITULO-ED.
           PERFORM 3100-EMITIR-BLOCO
               THRU 3100-EMITIR-BLOCO-EXIT.
           MOVE "E" TO WK-CO-SITUACAO-SEL.
           MOVE "INICIADOS SEM FIM REGISTRADO" TO WK-DS-TITULO-ED.
           PERFORM 3100-EMITIR-BLOCO
               THRU 3100-EMITIR-BLOCO-EXIT.
           PERFORM 3300-EMITIR-NAO-EXECUTADOS
               THRU 3300-EMITIR-NAO-EXECUTADOS-EXIT.
           MOVE "C" TO WK-CO-SITUACAO-SEL.
           MOVE "CONCLUIDOS" TO WK-DS-TITULO-ED.
           PERFORM 3100-EMITIR-BLOCO
               THRU 3100-EMITIR-BLOCO-EXIT.
       3000-EMITIR-RELATORIO-EXIT.
           EXIT.

       3100-EMITIR-BLOCO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WK-DS-TITULO-ED TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 3200-EMITIR-EXECUCAO
                   THRU 3200-EMITIR-EXECUCAO-EXIT
               VARYING WK-IX-EXE FROM 1 BY 1
               UNTIL WK-IX-EXE > WK-QT-EXECUCOES.
       3100-EMITIR-BLOCO-EXIT.
           EXIT.

       3200-EMITIR-EXECUCAO.
           IF WK-CO-SITUACAO-SEL = "E"
               IF WK-EXE-SITUACAO (WK-IX-EXE) = "C"
                  OR WK-EXE-SITUACAO (WK-IX-EXE) = "F"
                  OR WK-EXE-SITUACAO (WK-IX-EXE) = "B"
                   GO TO 3200-EMITIR-EXECUCAO-EXIT
               END-IF
           ELSE
               IF WK-EXE-SITUACAO (WK-IX-EXE) NOT = WK-CO-SITUACAO-SEL
                   GO TO 3200-EMITIR-EXECUCAO-EXIT
               END-IF
           END-IF.
           MOVE WK-EXE-QT-EXECUCOES (WK-IX-EXE) TO WK-QT-ED.
           MOVE SPACES TO REG-RELATORIO.
           IF WK-CO-SITUACAO-SEL = "B"
               STRING "  "                         DELIMITED BY SIZE
                      WK-EXE-PROGRAMA (WK-IX-EXE)  DELIMITED BY SIZE
                      " REF "                      DELIMITED BY SIZE
                      WK-EXE-DT-REFERENCIA (WK-IX-EXE)
                                                   DELIMITED BY SIZE
                      " TENTATIVA "                DELIMITED BY SIZE
                      WK-EXE-HR-INICIO (WK-IX-EXE) DELIMITED BY SIZE
                      " AGUARDANDO "               DELIMITED BY SIZE
                      WK-EXE-PRE-REQUISITO (WK-IX-EXE)
                                                   DELIMITED BY SIZE
                   INTO REG-RELATORIO
           ELSE
               STRING "  "                         DELIMITED BY SIZE
                      WK-EXE-PROGRAMA (WK-IX-EXE)  DELIMITED BY SIZE
                      " REF "                      DELIMITED BY SIZE
                      WK-EXE-DT-REFERENCIA (WK-IX-EXE)
                                                   DELIMITED BY SIZE
                      " INICIO "                   DELIMITED BY SIZE
                      WK-EXE-HR-INICIO (WK-IX-EXE) DELIMITED BY SIZE
                      " FIM "                      DELIMITED BY SIZE
                      WK-EXE-DT-FIM (WK-IX-EXE)    DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      WK-EXE-HR-FIM (WK-IX-EXE)    DELIMITED BY SIZE
                      " EXECUCOES "                DELIMITED BY SIZE
                      WK-QT-ED                     DELIMITED BY SIZE
                   INTO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.
       3200-EMITIR-EXECUCAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    JOB NOTURNO DA CADEIA SEM NENHUM REGISTRO NA DATA: NAO FOI  *
      *    SUBMETIDO (OU ABENDOU ANTES DE CHEGAR A CTLEX01).           *
      *----------------------------------------------------------------*
       3300-EMITIR-NAO-EXECUTADOS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "JOBS NOTURNOS NAO EXECUTADOS" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 3310-EMITIR-UM-NAO-EXECUTADO
                   THRU 3310-EMITIR-UM-NAO-EXECUTADO-EXIT
               VARYING WK-IX-PRG FROM 1 BY 1
               UNTIL WK-IX-PRG > WK-QT-PROGRAMAS.
       3300-EMITIR-NAO-EXECUTADOS-EXIT.
           EXIT.

       3310-EMITIR-UM-NAO-EXECUTADO.
           IF WK-PRG-PERIODO (WK-IX-PRG) NOT = "D"
              OR WK-PRG-VISTO (WK-IX-PRG) = "S"
               GO TO 3310-EMITIR-UM-NAO-EXECUTADO-EXIT
           END-IF.
           ADD 1 TO WK-QT-NAO-EXECUTADOS.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  "                     DELIMITED BY SIZE
                  WK-PRG-NOME (WK-IX-PRG)  DELIMITED BY SIZE
                  " REF "                  DELIMITED BY SIZE
                  WK-DT-REFERENCIA         DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       3310-EMITIR-UM-NAO-EXECUTADO-EXIT.
           EXIT.

       9000-FINALIZAR.
           PERFORM 9100-EMITIR-RODAPE
               THRU 9100-EMITIR-RODAPE-EXIT.
           IF CTLEXEC-INDISPONIVEL
               GO TO 9000-FINALIZAR-EXIT
           END-IF.
           CLOSE ARQ-CTLEXEC.
           CLOSE ARQ-RELATORIO.
           DISPLAY "CTLEX010 - CONCLUIDOS......: " WK-QT-CONCLUIDOS.
           DISPLAY "CTLEX010 - FALHARAM........: " WK-QT-FALHARAM.
           DISPLAY "CTLEX010 - BLOQUEADOS......: " WK-QT-BLOQUEADOS.
           DISPLAY "CTLEX010 - SEM FIM.........: " WK-QT-INTERROMPIDOS.
           DISPLAY "CTLEX010 - NAO EXECUTADOS..: " WK-QT-NAO-EXECUTADOS.
           IF WK-QT-FALHARAM > ZERO
              OR WK-QT-BLOQUEADOS > ZERO
              OR WK-QT-INTERROMPIDOS > ZERO
              OR WK-QT-NAO-EXECUTADOS > ZERO
               MOVE 4 TO RETURN-CODE
               DISPLAY "CTLEX010 - CADEIA COM PENDENCIAS, RC=4"
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.

       9100-EMITIR-RODAPE.
           IF NOT PROCESSAMENTO-OK
               GO TO 9100-EMITIR-RODAPE-EXIT
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WK-QT-CONCLUIDOS TO WK-QT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAL CONCLUIDOS " DELIMITED BY SIZE
                  WK-QT-ED            DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WK-QT-FALHARAM TO WK-QT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAL FALHARAM   " DELIMITED BY SIZE
                  WK-QT-ED            DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WK-QT-BLOQUEADOS TO WK-QT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAL BLOQUEADOS " DELIMITED BY SIZE
                  WK-QT-ED            DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WK-QT-INTERROMPIDOS TO WK-QT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAL SEM FIM    " DELIMITED BY SIZE
                  WK-QT-ED            DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WK-QT-NAO-EXECUTADOS TO WK-QT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAL NAO EXEC.  " DELIMITED BY SIZE
                  WK-QT-ED            DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       9100-EMITIR-RODAPE-EXIT.
           EXIT.
