      *                   DEVOLVIDA EM WK-IX-IT-ACHADO, NO MESMO       *
      *                   DESENHO DE 4120-PROCURAR-NO-ANTERIOR DO      *
      *                   PESPO650.                                    *
      *  2026-10-15  MRS  CONTROLE DA CADEIA BATCH: NO INICIO O JOB    *
      *                   CONFERE NA CTLEX01 OS PRE-REQUISITOS         *
      *                   CADASTRADOS PARA ELE E REGISTRA O INICIO NO  *
      *                   CONTROLE DE EXECUCAO (1900-CONFERIR-CADEIA); *
      *                   PRE-REQUISITO NAO CONCLUIDO NA DATA DE       *
      *                   REFERENCIA (PAR-DT-CONSULTA) RECUSA A        *
      *                   EXECUCAO COM RETURN-CODE 12. NO FIM REGISTRA *
      *                   A SITUACAO FINAL (9800-ENCERRAR-CADEIA),     *
      *                   CONCLUIDO SE A INICIALIZACAO CHEGOU A        *
      *                   PROCESSAMENTO-OK E FALHOU SE NAO.            *
      ******************************************************************

      ******************************************************************
       77  WK-IX-IT-ACHADO            PIC 9(005) COMP VALUE ZERO.
       77  WK-IX-BURO                 PIC 9(002) COMP VALUE ZERO.
       77  WK-QT-DIFERENCA            PIC S9(007) COMP VALUE ZERO.
       77  WK-SW-CADEIA               PIC X(001) VALUE SPACE.
           88 CADEIA-NAO-CONFERIDA               VALUE SPACE.
           88 CADEIA-LIBERADA                    VALUE "S".
           88 CADEIA-BLOQUEADA                   VALUE "N".

      *----------------------------------------------------------------*
      *    ACUMULADOR POR DOCUMENTO + BURO: QUANTIDADE REALIZADA       *
           05 WK-QT-CONTESTADAS-ED    PIC 9(007).
           05 WK-QT-EXPOSTAS-ED       PIC 9(007).

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
               PERFORM 2000-ACUMULAR-SIPDET
                   THRU 2000-ACUMULAR-SIPDET-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR
               THRU 9000-FINALIZAR-EXIT.
           PERFORM 9800-ENCERRAR-CADEIA
               THRU 9800-ENCERRAR-CADEIA-EXIT.
           GOBACK.

       1000-INICIALIZAR.
                   GO TO 1000-INICIALIZAR-EXIT
           END-READ.
           MOVE PAR-DT-CONSULTA TO WK-DT-CONSULTA.
           PERFORM 1900-CONFERIR-CADEIA
               THRU 1900-CONFERIR-CADEIA-EXIT.
           IF CADEIA-BLOQUEADA
               CLOSE ARQ-PARAMET
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT ARQ-SIPDET.
           IF WK-FS-SIPDET NOT = "00"
               DISPLAY "PESPO631 - SIPDET INDISPONIVEL, FS="
       1110-ZERAR-UM-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CONTROLE DA CADEIA BATCH: CONFERE OS PRE-REQUISITOS DO JOB  *
      *    NA DATA DE CONSULTA PEDIDA NO PARAMETRO E REGISTRA O INICIO *
      *    DA EXECUCAO. JOB BLOQUEADO TERMINA COM RETURN-CODE 12 SEM   *
      *    PROCESSAR NADA.                                             *
      *----------------------------------------------------------------*
       1900-CONFERIR-CADEIA.
           SET CADEIA-LIBERADA TO TRUE.
           MOVE "I"        TO WK-CX-FUNCAO.
           MOVE "PESPO631" TO WK-CX-NO-PROGRAMA.
           MOVE WK-DT-CONSULTA TO WK-CX-DT-REFERENCIA.
           MOVE SPACES     TO WK-CX-CO-SITUACAO.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO = "00"
               GO TO 1900-CONFERIR-CADEIA-EXIT
           END-IF.
           SET CADEIA-BLOQUEADA TO TRUE.
           MOVE 12 TO RETURN-CODE.
           IF WK-CX-CO-RETORNO = "10"
               DISPLAY "PESPO631 - EXECUCAO RECUSADA, PRE-REQUISITO "
                       WK-CX-NO-PRE-REQUISITO " NAO CONCLUIDO EM "
                       WK-CX-DT-REFERENCIA ", RC=12"
           ELSE
               DISPLAY "PESPO631 - EXECUCAO RECUSADA, CONTROLE DA "
                       "CADEIA INDISPONIVEL, RC=12"
           END-IF.
       1900-CONFERIR-CADEIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    ACUMULA AS CONSULTAS REALIZADAS NO DIA PEDIDO: CADA SD-MS-* *
      *    MAIOR QUE ZERO E UMA CONSULTA EFETIVA DAQUELE BURO PARA O   *
                   WK-QT-ITENS-NAOFAT.
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
               DISPLAY "PESPO631 - FIM NAO REGISTRADO NO CONTROLE DA "
                       "CADEIA, RETORNO=" WK-CX-CO-RETORNO
           END-IF.
       9800-ENCERRAR-CADEIA-EXIT.
           EXIT.
