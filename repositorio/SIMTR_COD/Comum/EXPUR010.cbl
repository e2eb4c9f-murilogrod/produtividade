      *  2026-09-02  MRS  REG-SIPDET PASSOU DE 125 PARA 153 BYTES      *
      *                   (SD-TP-PESQ-* E SD-QT-HH-* NO FINAL, PARA O  *
      *                   RELATORIO DE EFETIVIDADE DO CACHE PESPO621). *
      *  2026-10-15  MRS  CONTROLE DA CADEIA BATCH: NO INICIO O JOB    *
      *                   CONFERE NA CTLEX01 OS PRE-REQUISITOS         *
      *                   CADASTRADOS PARA ELE E REGISTRA O INICIO NO  *
      *                   CONTROLE DE EXECUCAO (1900-CONFERIR-CADEIA); *
      *                   PRE-REQUISITO NAO CONCLUIDO NA DATA DE       *
      *                   REFERENCIA (AAAAMM01 DO MES ANTERIOR AO DA   *
      *                   EXECUCAO) RECUSA A EXECUCAO COM RETURN-CODE  *
      *                   12. NO FIM REGISTRA A SITUACAO FINAL         *
      *                   (9800-ENCERRAR-CADEIA), FALHOU QUANDO O      *
      *                   EXPURGO TERMINAR COM CRITICA.                *
      *  2026-10-15  MRS  REG-AUDITORIA PASSOU DE 85 PARA 97 BYTES     *
      *                   (AUD-CO-BASE-LEGAL E AUD-CO-FINALIDADE NO    *
      *                   FINAL, PARA O EXTRATO DA AUDIT020 RESPONDER  *
      *                   COM QUE BASE LEGAL O DOCUMENTO FOI           *
      *                   CONSULTADO).                                 *
      *  2026-10-15  MRS  REG-OCORRENCIA PASSOU DE 71 PARA 72 BYTES    *
      *                   (OCR-CO-CONTESTACAO NO FINAL, MARCA DA       *
      *                   OCORRENCIA EM CONTESTACAO NO CADASTRO        *
      *                   ARQ-CONTOCOR).                               *
      ******************************************************************

      ******************************************************************
       01  REG-OCORRENCIA.
           05 FILLER                  PIC X(020).
           05 OCR-DT-OCORRENCIA       PIC X(008).
           05 FILLER                  PIC X(044).
       FD  ARQ-OCORR-HIST
           RECORDING MODE IS F.
       01  REG-OCORR-HIST            PIC X(072).
       FD  ARQ-OCORR-NOVO
           RECORDING MODE IS F.
       01  REG-OCORR-NOVO            PIC X(072).

       FD  ARQ-REGUSO
           RECORDING MODE IS F.
              07 FILLER               PIC X(029).
              07 AUD-DT-EVENTO        PIC X(008).
              07 FILLER               PIC X(004).
           05 FILLER                  PIC X(056).
       FD  ARQ-AUDIT-HIST
           RECORDING MODE IS F.
       01  REG-AUDIT-HIST            PIC X(097).
       FD  ARQ-AUDIT-NOVO
           RECORDING MODE IS F.
       01  REG-AUDIT-NOVO.
           05 AUN-CHAVE               PIC X(041).
           05 FILLER                  PIC X(056).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       77  WK-DIAS-HOJE               PIC 9(008) COMP VALUE ZERO.
       77  WK-DIAS-CORTE              PIC 9(008) COMP VALUE ZERO.
       77  WK-DT-CORTE-NUM            PIC 9(008) VALUE ZERO.
       77  WK-SW-CADEIA               PIC X(001) VALUE SPACE.
           88 CADEIA-NAO-CONFERIDA               VALUE SPACE.
           88 CADEIA-LIBERADA                    VALUE "S".
           88 CADEIA-BLOQUEADA                   VALUE "N".

      *----------------------------------------------------------------*
      *    TOTAIS E DATA DE CORTE DE CADA UM DOS CINCO ARQUIVOS        *
           05 WK-QT-MANTIDOS-ED       PIC 9(009).
           05 WK-DS-CRITICA-ED        PIC X(010).

      *----------------------------------------------------------------*
      *    MES DE COMPETENCIA DO EXPURGO NO CONTROLE DA CADEIA: O MES  *
      *    ANTERIOR AO DA EXECUCAO, SEMPRE NO DIA 01.                  *
      *----------------------------------------------------------------*
       01  WK-DT-COMPETENCIA.
           05 WK-COMP-ANO             PIC 9(004).
           05 WK-COMP-MES             PIC 9(002).
           05 WK-COMP-DIA             PIC 9(002).

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
           PERFORM 2000-EXPURGAR-SIPDET
               THRU 7000-EMITIR-RELATORIO-EXIT.
           PERFORM 9000-FINALIZAR
               THRU 9000-FINALIZAR-EXIT.
           PERFORM 9800-ENCERRAR-CADEIA
               THRU 9800-ENCERRAR-CADEIA-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1300-CALCULAR-CORTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CONTROLE DA CADEIA BATCH: CONFERE OS PRE-REQUISITOS DO JOB  *
      *    NO MES DE COMPETENCIA (O MES ANTERIOR AO DA EXECUCAO, NO    *
      *    FORMATO AAAAMM01, O MESMO DO RATEIO PESPO670 DAQUELE MES) E *
      *    REGISTRA O INICIO DA EXECUCAO. JOB BLOQUEADO TERMINA COM    *
      *    RETURN-CODE 12 SEM PROCESSAR NADA.                          *
      *----------------------------------------------------------------*
       1900-CONFERIR-CADEIA.
           SET CADEIA-LIBERADA TO TRUE.
           MOVE "I"        TO WK-CX-FUNCAO.
           MOVE "EXPUR010" TO WK-CX-NO-PROGRAMA.
           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WK-DATA-HOJE TO WK-DT-COMPETENCIA.
           IF WK-COMP-MES = 1
               MOVE 12 TO WK-COMP-MES
               SUBTRACT 1 FROM WK-COMP-ANO
           ELSE
               SUBTRACT 1 FROM WK-COMP-MES
           END-IF.
           MOVE 1 TO WK-COMP-DIA.
           MOVE WK-DT-COMPETENCIA TO WK-CX-DT-REFERENCIA.
           MOVE SPACES     TO WK-CX-CO-SITUACAO.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO = "00"
               GO TO 1900-CONFERIR-CADEIA-EXIT
           END-IF.
           SET CADEIA-BLOQUEADA TO TRUE.
           MOVE 12 TO RETURN-CODE.
           IF WK-CX-CO-RETORNO = "10"
               DISPLAY "EXPUR010 - EXECUCAO RECUSADA, PRE-REQUISITO "
                       WK-CX-NO-PRE-REQUISITO " NAO CONCLUIDO EM "
                       WK-CX-DT-REFERENCIA ", RC=12"
           ELSE
               DISPLAY "EXPUR010 - EXECUCAO RECUSADA, CONTROLE DA "
                       "CADEIA INDISPONIVEL, RC=12"
           END-IF.
       1900-CONFERIR-CADEIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    PASSADA DO SIPDET: CADA REGISTRO LIDO VAI PARA O HISTORICO  *
      *    (DATA ANTERIOR AO CORTE) OU PARA O ARQUIVO NOVO. O MESMO    *
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA CADEIA.           *
      *    EXPURGO COM CRITICA (RC=8) FICA REGISTRADO COMO FALHA.      *
      *----------------------------------------------------------------*
       9800-ENCERRAR-CADEIA.
           IF NOT CADEIA-LIBERADA
               GO TO 9800-ENCERRAR-CADEIA-EXIT
           END-IF.
           MOVE "F" TO WK-CX-FUNCAO.
           IF EXPURGO-COM-CRITICA
               MOVE "F" TO WK-CX-CO-SITUACAO
           ELSE
               MOVE "C" TO WK-CX-CO-SITUACAO
           END-IF.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO NOT = "00"
               DISPLAY "EXPUR010 - FIM NAO REGISTRADO NO CONTROLE DA "
                       "CADEIA, RETORNO=" WK-CX-CO-RETORNO
           END-IF.
       9800-ENCERRAR-CADEIA-EXIT.
           EXIT.
