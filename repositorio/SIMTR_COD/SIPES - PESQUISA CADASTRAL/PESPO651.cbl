      *                   RECEITA E CONSULTADO: E UMA COPIA FIEL DO    *
      *                   QUE JA FOI PAGO, PARA O COMITE DE CREDITO    *
      *                   E OS AUDITORES EXTERNOS.                     *
      *  2026-10-15  MRS  RESSALVA DE CONTESTACAO NA SEGUNDA VIA: CADA *
      *                   OCORRENCIA EMITIDA E PROCURADA NO CADASTRO   *
      *                   DE CONTESTACOES (ARQ-CONTOCOR, MANTIDO PELO  *
      *                   PESPO692) POR DOCUMENTO + BURO + DH-NU-REF   *
      *                   E, QUANDO HOUVER CONTESTACAO, SAI COM A      *
      *                   LINHA DE RESSALVA (ABERTA COM O PRAZO, OU O  *
      *                   DESFECHO COM A DATA) E COM O AVISO DE NOTA   *
      *                   CALCULADA COM O PESO DE CONTESTACAO QUANDO   *
      *                   DH-CO-CONTESTACAO = "A". O TOTAL GERAL       *
      *                   GANHOU A QUANTIDADE DE OCORRENCIAS COM       *
      *                   RESSALVA. CADASTRO INDISPONIVEL NAO IMPEDE A *
      *                   EMISSAO.                                     *
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS DH-CHAVE
               FILE STATUS IS WK-FS-DOSHIST.

           SELECT ARQ-CONTOCOR ASSIGN TO CONTOCOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTO-CHAVE
               FILE STATUS IS WK-FS-CONTOCOR.

           SELECT ARQ-RELATORIO ASSIGN TO RELDOSSI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
              07 DH-VL-OCORR          PIC 9(011)V99.
              07 DH-CO-STATUS         PIC X(001).
              07 DH-NU-REF            PIC X(020).
              07 DH-CO-CONTESTACAO    PIC X(001).
              07 FILLER               PIC X(095).

      *----------------------------------------------------------------*
      *    MESMO LAYOUT MANTIDO POR PESPO692. A SEGUNDA VIA MOSTRA A   *
      *    SITUACAO ATUAL DA CONTESTACAO, MESMO QUE ELA TENHA SIDO     *
      *    ABERTA DEPOIS DO DOSSIE; DH-CO-CONTESTACAO DIZ SE A NOTA    *
      *    DAQUELE DOSSIE JA FOI CALCULADA COM O PESO DE CONTESTACAO.  *
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
              88 CTO-PROCEDENTE                  VALUE "P".
              88 CTO-IMPROCEDENTE                VALUE "I".
           05 CTO-DT-ABERTURA         PIC X(008).
           05 CTO-DT-PRAZO            PIC X(008).
           05 CTO-NIS-ANALISTA        PIC 9(011).
           05 CTO-DT-DESFECHO         PIC X(008).
           05 CTO-DT-ATUALIZACAO      PIC X(008).
           05 CTO-HR-ATUALIZACAO      PIC X(006).
           05 CTO-DS-OBSERVACAO       PIC X(040).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       77  WK-FS-PARAMET              PIC X(002) VALUE "00".
       77  WK-FS-DOSHIST              PIC X(002) VALUE "00".
       77  WK-FS-RELATORIO            PIC X(002) VALUE "00".
       77  WK-FS-CONTOCOR             PIC X(002) VALUE "00".
       77  WK-SW-CONTOCOR             PIC X(001) VALUE "N".
           88 CONTOCOR-ABERTO                    VALUE "S".
           88 CONTOCOR-FECHADO                   VALUE "N".
       77  WK-QT-OCORR-CONTEST        PIC 9(005) COMP VALUE ZERO.
       77  WK-SW-FIM-HIST             PIC X(001) VALUE "N".
           88 FIM-HISTORICO                      VALUE "S".
           88 NAO-FIM-HISTORICO                  VALUE "N".
           05 WK-VL-SUBTOTAL-ED       PIC 9(013),99.
           05 WK-VL-TOTAL-ED          PIC 9(015),99.
           05 WK-QT-OCORR-ED          PIC 9(005).
           05 WK-QT-CONTEST-ED        PIC 9(005).

       PROCEDURE DIVISION.

                       WK-FS-DOSHIST
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET CONTOCOR-FECHADO TO TRUE.
           OPEN INPUT ARQ-CONTOCOR.
           IF WK-FS-CONTOCOR = "00"
               SET CONTOCOR-ABERTO TO TRUE
           ELSE
               DISPLAY "PESPO651 - CADASTRO DE CONTESTACOES "
                       "INDISPONIVEL, FS=" WK-FS-CONTOCOR
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           SET PROCESSAMENTO-OK TO TRUE.
       1000-INICIALIZAR-EXIT.
           MOVE ZERO   TO WK-VL-SUBTOTAL.
           MOVE ZERO   TO WK-VL-TOTAL-GERAL.
           MOVE ZERO   TO WK-QT-OCORR-EMIT.
           MOVE ZERO   TO WK-QT-OCORR-CONTEST.
           PERFORM 2100-POSICIONAR-DOCUMENTO
               THRU 2100-POSICIONAR-DOCUMENTO-EXIT.
           PERFORM 4100-LER-OCORRENCIA
                  WK-VL-OCORR-ED DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 4250-EMITIR-RESSALVA
               THRU 4250-EMITIR-RESSALVA-EXIT.
       4200-EMITIR-UMA-OCORR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    RESSALVA DE CONTESTACAO LOGO ABAIXO DA OCORRENCIA: A        *
      *    SITUACAO ATUAL NO CADASTRO DE CONTESTACOES (ABERTA COM O    *
      *    PRAZO, OU O DESFECHO COM A DATA) E, QUANDO A OCORRENCIA JA  *
      *    ESTAVA EM CONTESTACAO ABERTA NA EMISSAO DO DOSSIE, O AVISO  *
      *    DE QUE A NOTA FOI CALCULADA COM O PESO DE CONTESTACAO.      *
      *----------------------------------------------------------------*
       4250-EMITIR-RESSALVA.
           IF NOT CONTOCOR-ABERTO
               GO TO 4250-EMITIR-RESSALVA-NOTA
           END-IF.
           MOVE WK-DOCUMENTO TO CTO-CPF-CNPJ.
           MOVE DH-CO-BURO   TO CTO-CO-BURO.
           MOVE DH-NU-REF    TO CTO-NU-REFERENCIA.
           READ ARQ-CONTOCOR
               INVALID KEY
                   GO TO 4250-EMITIR-RESSALVA-NOTA
           END-READ.
           IF WK-FS-CONTOCOR NOT = "00"
               GO TO 4250-EMITIR-RESSALVA-NOTA
           END-IF.
           ADD 1 TO WK-QT-OCORR-CONTEST.
           MOVE SPACES TO REG-RELATORIO.
           EVALUATE TRUE
               WHEN CTO-ABERTA
                   STRING "    RESSALVA: EM CONTESTACAO DESDE "
                                          DELIMITED BY SIZE
                          CTO-DT-ABERTURA DELIMITED BY SIZE
                          ", PRAZO "      DELIMITED BY SIZE
                          CTO-DT-PRAZO    DELIMITED BY SIZE
                       INTO REG-RELATORIO
               WHEN CTO-PROCEDENTE
                   STRING "    RESSALVA: CONTESTACAO PROCEDENTE EM "
                                          DELIMITED BY SIZE
                          CTO-DT-DESFECHO DELIMITED BY SIZE
                       INTO REG-RELATORIO
               WHEN CTO-IMPROCEDENTE
                   STRING "    RESSALVA: CONTESTACAO IMPROCEDENTE EM "
                                          DELIMITED BY SIZE
                          CTO-DT-DESFECHO DELIMITED BY SIZE
                       INTO REG-RELATORIO
               WHEN OTHER
                   STRING "    RESSALVA: CONTESTACAO SITUACAO "
                                          DELIMITED BY SIZE
                          CTO-CO-SITUACAO DELIMITED BY SIZE
                       INTO REG-RELATORIO
           END-EVALUATE.
           WRITE REG-RELATORIO.
       4250-EMITIR-RESSALVA-NOTA.
           IF DH-CO-CONTESTACAO NOT = "A"
               GO TO 4250-EMITIR-RESSALVA-EXIT
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           MOVE "    NOTA DO DOSSIE CALCULADA COM O PESO DE CONTESTACAO"
             TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       4250-EMITIR-RESSALVA-EXIT.
           EXIT.

       4300-FECHAR-SUBTOTAL.
           IF WK-CO-BURO-ANTERIOR = SPACES
               GO TO 4300-FECHAR-SUBTOTAL-EXIT
                  WK-VL-TOTAL-ED          DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-QT-OCORR-CONTEST = ZERO
               GO TO 4400-EMITIR-TOTAL-GERAL-EXIT
           END-IF.
           MOVE WK-QT-OCORR-CONTEST TO WK-QT-CONTEST-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "OCORRENCIAS COM RESSALVA DE CONTESTACAO: "
                                          DELIMITED BY SIZE
                  WK-QT-CONTEST-ED        DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       4400-EMITIR-TOTAL-GERAL-EXIT.
           EXIT.

           CLOSE ARQ-PARAMET.
           CLOSE ARQ-DOSHIST.
           CLOSE ARQ-RELATORIO.
           IF CONTOCOR-ABERTO
               CLOSE ARQ-CONTOCOR
           END-IF.
           DISPLAY "PESPO651 - SEGUNDA VIA CONCLUIDA, OCORRENCIAS "
                   "EMITIDAS: " WK-QT-OCORR-EMIT.
           DISPLAY "PESPO651 - OCORRENCIAS COM RESSALVA DE "
                   "CONTESTACAO: " WK-QT-OCORR-CONTEST.
       9000-FINALIZAR-EXIT.
           EXIT.
