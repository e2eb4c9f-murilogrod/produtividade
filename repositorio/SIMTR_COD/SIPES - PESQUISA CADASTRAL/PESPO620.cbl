      *                   (EVIDENCIA DE REUTILIZACAO DE CACHE PARA O   *
      *                   PESPO621); O LAYOUT AQUI ACOMPANHA O         *
      *                   GRAVADO POR PESPO600.                        *
      *  2026-10-15  MRS  CONTROLE DA CADEIA BATCH: NO INICIO O JOB    *
      *                   CONFERE NA CTLEX01 OS PRE-REQUISITOS         *
      *                   CADASTRADOS PARA ELE E REGISTRA O INICIO NO  *
      *                   CONTROLE DE EXECUCAO (1900-CONFERIR-CADEIA); *
      *                   PRE-REQUISITO NAO CONCLUIDO NA DATA DE       *
      *                   REFERENCIA (DATA DO MOVIMENTO) RECUSA A      *
      *                   EXECUCAO COM RETURN-CODE 12. NO FIM REGISTRA *
      *                   A SITUACAO FINAL (9800-ENCERRAR-CADEIA),     *
      *                   SEMPRE CONCLUIDO.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  WK-DELTA                   PIC 9(016) COMP VALUE ZERO.
       77  WK-QUOCIENTE-REL           PIC 9(016) COMP VALUE ZERO.
       77  WK-RESTO-REL               PIC 9(016) COMP VALUE ZERO.
       77  WK-SW-CADEIA               PIC X(001) VALUE SPACE.
           88 CADEIA-NAO-CONFERIDA               VALUE SPACE.
           88 CADEIA-LIBERADA                    VALUE "S".
           88 CADEIA-BLOQUEADA                   VALUE "N".

      *----------------------------------------------------------------*
      *    CONTADOR/SOMA/MEDIA DE TEMPO DE RESPOSTA (MS) POR BURO, NA  *
           05 WK-QT-SCR-ED            PIC 9(007).
           05 WK-MEDIA-SCR-ED         PIC 9(005).

       01  WK-CTLEX01-PARM.
           05 WK-CX-FUNCAO            PIC X(001).
           05 WK-CX-NO-PROGRAMA       PIC X(008).
           05 WK-CX-DT-REFERENCIA     PIC X(008).
           05 WK-CX-CO-SITUACAO       PIC X(001).
           05 WK-CX-CO-RETORNO        PIC X(002).
           05 WK-CX-NO-PRE-REQUISITO  PIC X(008).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1900-CONFERIR-CADEIA
               THRU 1900-CONFERIR-CADEIA-EXIT.
           IF CADEIA-BLOQUEADA
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-LER-E-ACUMULAR
               THRU 4000-EMITIR-RELATORIO-EXIT.
           PERFORM 9000-FINALIZAR
               THRU 9000-FINALIZAR-EXIT.
           PERFORM 9800-ENCERRAR-CADEIA
               THRU 9800-ENCERRAR-CADEIA-EXIT.
           GOBACK.

       1000-INICIALIZAR.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CONTROLE DA CADEIA BATCH: CONFERE OS PRE-REQUISITOS DO JOB  *
      *    NA DATA DO MOVIMENTO E REGISTRA O INICIO DA EXECUCAO. JOB   *
      *    BLOQUEADO TERMINA COM RETURN-CODE 12 SEM PROCESSAR NADA.    *
      *----------------------------------------------------------------*
       1900-CONFERIR-CADEIA.
           SET CADEIA-LIBERADA TO TRUE.
           MOVE "I"        TO WK-CX-FUNCAO.
           MOVE "PESPO620" TO WK-CX-NO-PROGRAMA.
           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WK-DATA-HOJE TO WK-CX-DT-REFERENCIA.
           MOVE SPACES     TO WK-CX-CO-SITUACAO.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO = "00"
               GO TO 1900-CONFERIR-CADEIA-EXIT
           END-IF.
           SET CADEIA-BLOQUEADA TO TRUE.
           MOVE 12 TO RETURN-CODE.
           IF WK-CX-CO-RETORNO = "10"
               DISPLAY "PESPO620 - EXECUCAO RECUSADA, PRE-REQUISITO "
                       WK-CX-NO-PRE-REQUISITO " NAO CONCLUIDO EM "
                       WK-CX-DT-REFERENCIA ", RC=12"
           ELSE
               DISPLAY "PESPO620 - EXECUCAO RECUSADA, CONTROLE DA "
                       "CADEIA INDISPONIVEL, RC=12"
           END-IF.
       1900-CONFERIR-CADEIA-EXIT.
           EXIT.

       2000-LER-E-ACUMULAR.
           IF SD-DT-ACESSO NOT = WK-DATA-HOJE
               GO TO 2000-LER-E-ACUMULAR-PROXIMO
                   WK-QT-DOSSIES-ED.
       9000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA CADEIA.           *
      *    O JOB NAO TEM CONDICAO DE ERRO PROPRIA (SEM MOVIMENTO E SO  *
      *    NADA A FAZER), ENTAO TERMINA SEMPRE CONCLUIDO.              *
      *----------------------------------------------------------------*
       9800-ENCERRAR-CADEIA.
           IF NOT CADEIA-LIBERADA
               GO TO 9800-ENCERRAR-CADEIA-EXIT
           END-IF.
           MOVE "F" TO WK-CX-FUNCAO.
           MOVE "C" TO WK-CX-CO-SITUACAO.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO NOT = "00"
               DISPLAY "PESPO620 - FIM NAO REGISTRADO NO CONTROLE DA "
                       "CADEIA, RETORNO=" WK-CX-CO-RETORNO
           END-IF.
       9800-ENCERRAR-CADEIA-EXIT.
           EXIT.
