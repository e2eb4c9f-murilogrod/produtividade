      ******************************************************************
      *  PROGRAM-ID  : CTLEX020                                        *
      *  AUTHOR      : M.R.SANTOS - GTECH                              *
      *  INSTALLATION: SIMTR - DOSSIE DIGITAL                          *
      *  DATE-WRITTEN: 2026-10-15                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTLEX020.
       AUTHOR.        M.R.SANTOS - GTECH.
       INSTALLATION.  SIMTR - DOSSIE DIGITAL.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15  MRS  PROGRAMA ORIGINAL - REGISTRA NO CONTROLE DE  *
      *                   EXECUCAO DA CADEIA (VIA CTLEX01, FUNCAO "R") *
      *                   UM EVENTO EXTERNO QUE SERVE DE PRE-REQUISITO *
      *                   A UM JOB - A CHEGADA DA FATURA DO DIA, QUE O *
      *                   PESPO630 PRECISA ANTES DE CONCILIAR. RODA    *
      *                   COMO ULTIMO PASSO DO JOB DE RECEPCAO DO      *
      *                   ARQUIVO, OU PELA OPERACAO PARA LIBERAR       *
      *                   MANUALMENTE UM JOB BLOQUEADO.                *
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

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *    NOME DO EVENTO (O MESMO DO CARTAO DE PRE-REQUISITO), DATA   *
      *    DE REFERENCIA (EM BRANCO = DATA CORRENTE) E SITUACAO        *
      *    ("C" CONCLUIDO, O PADRAO, OU "F" FALHOU).                   *
      *----------------------------------------------------------------*
       FD  ARQ-PARAMET
           RECORDING MODE IS F.
       01  REG-PARAMET.
           05 PAR-NO-EVENTO           PIC X(008).
           05 PAR-DT-REFERENCIA       PIC X(008).
           05 PAR-CO-SITUACAO         PIC X(001).

       WORKING-STORAGE SECTION.
       77  WK-FS-PARAMET              PIC X(002) VALUE "00".
       77  WK-DATA-HOJE               PIC X(008) VALUE SPACES.

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
           IF RETURN-CODE = ZERO
               PERFORM 2000-REGISTRAR-EVENTO
                   THRU 2000-REGISTRAR-EVENTO-EXIT
           END-IF.
           GOBACK.

       1000-INICIALIZAR.
           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-PARAMET.
           IF WK-FS-PARAMET NOT = "00"
               DISPLAY "CTLEX020 - PARAMETRO NAO INFORMADO, FS="
                       WK-FS-PARAMET
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           READ ARQ-PARAMET
               AT END
                   DISPLAY "CTLEX020 - ARQUIVO DE PARAMETRO VAZIO"
                   MOVE 8 TO RETURN-CODE
           END-READ.
           CLOSE ARQ-PARAMET.
           IF RETURN-CODE = ZERO
              AND PAR-NO-EVENTO = SPACES
               DISPLAY "CTLEX020 - NOME DO EVENTO NAO INFORMADO"
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

       2000-REGISTRAR-EVENTO.
           MOVE "R"           TO WK-CX-FUNCAO.
           MOVE PAR-NO-EVENTO TO WK-CX-NO-PROGRAMA.
           IF PAR-DT-REFERENCIA = SPACES
               MOVE WK-DATA-HOJE      TO WK-CX-DT-REFERENCIA
           ELSE
               MOVE PAR-DT-REFERENCIA TO WK-CX-DT-REFERENCIA
           END-IF.
           IF PAR-CO-SITUACAO = "F"
               MOVE "F" TO WK-CX-CO-SITUACAO
           ELSE
               MOVE "C" TO WK-CX-CO-SITUACAO
           END-IF.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO NOT = "00"
               DISPLAY "CTLEX020 - EVENTO NAO REGISTRADO, RETORNO="
                       WK-CX-CO-RETORNO
               MOVE 8 TO RETURN-CODE
               GO TO 2000-REGISTRAR-EVENTO-EXIT
           END-IF.
           DISPLAY "CTLEX020 - EVENTO " WK-CX-NO-PROGRAMA
                   " REF " WK-CX-DT-REFERENCIA
                   " REGISTRADO COMO " WK-CX-CO-SITUACAO.
       2000-REGISTRAR-EVENTO-EXIT.
           EXIT.
