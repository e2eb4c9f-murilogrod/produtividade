      ******************************************************************
      *  PROGRAM-ID  : DUPCU01                                         *
      *  AUTHOR      : M.R.SANTOS - GTECH                              *
      *  INSTALLATION: SIMTR - DOSSIE DIGITAL                          *
      *  DATE-WRITTEN: 2026-10-15                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DUPCU01.
       AUTHOR.        M.R.SANTOS - GTECH.
       INSTALLATION.  SIMTR - DOSSIE DIGITAL.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15  MRS  PROGRAMA ORIGINAL - ROTINA UNICA DE DUPLA    *
      *                   CUSTODIA DOS PROGRAMAS DE MANUTENCAO DE      *
      *                   PARAMETROS (SICPF030, PESPO640, PESPO660,    *
      *                   PESPO661, PESPO662 E PESPO690), NOS MOLDES   *
      *                   DA CTLEX01. O COMANDO DO ARQCOMAN DEIXA DE   *
      *                   SER APLICADO DIRETO NO ARQUIVO VIVO: VIRA    *
      *                   UMA PROPOSTA EM ARQ-PROPOSTA E SO E APLICADO *
      *                   QUANDO UM SEGUNDO NIS, DIFERENTE DO          *
      *                   PROPONENTE E COM NIVEL DE AUTENTICACAO       *
      *                   SUFICIENTE, APROVA. ANTES UMA PESSOA SOZINHA *
      *                   CONSEGUIA ZERAR UM PESO DE RISCO OU          *
      *                   DESBLOQUEAR UM USUARIO.                      *
      ******************************************************************

      ******************************************************************
      *  FUNCAO : DC01-FUNCAO "P" (PROPOR) - GRAVA A IMAGEM DO COMANDO *
      *           COMO PROPOSTA PENDENTE DO PROGRAMA, COM O PRAZO DE   *
      *           VALIDADE DO PARAMETRO, E DEVOLVE A IDENTIFICACAO     *
      *           (DATA + SEQUENCIAL) PARA O APROVADOR.                *
      *           DC01-FUNCAO "D" (DECIDIR) - CONFERE A DECISAO DO     *
      *           APROVADOR: PROPOSTA PENDENTE DO MESMO PROGRAMA,      *
      *           DENTRO DO PRAZO, APROVADOR DIFERENTE DO PROPONENTE   *
      *           E COM NIVEL DE AUTENTICACAO SUFICIENTE. REJEICAO E   *
      *           GRAVADA NA HORA; APROVACAO DEVOLVE A IMAGEM DO       *
      *           COMANDO PARA O CHAMADOR APLICAR.                     *
      *           DC01-FUNCAO "C" (CONCLUIR) - GRAVA O RESULTADO DA    *
      *           APLICACAO DA PROPOSTA APROVADA ("A" APLICADA, "F"    *
      *           RECUSADA PELA CRITICA DO PROGRAMA NA APLICACAO).     *
      *           CADA EVENTO (PROPOSTA, APROVACAO, REJEICAO,          *
      *           EXPIRACAO) E ASSINADO NA AUDIT010 PELO NIS QUE O     *
      *           FEZ, COM O PROGRAMA EM AUD-NO-PROGRAMA E A PROPOSTA  *
      *           (AAMMDD + SEQUENCIAL) EM AUD-FUNCAO.                 *
      *           RETORNOS: "00" OK; "09" ERRO DE ARQUIVO; "10"        *
      *           PROPOSTA INEXISTENTE; "11" PROPOSTA JA DECIDIDA;     *
      *           "12" PROPOSTA EXPIRADA; "13" APROVADOR IGUAL AO      *
      *           PROPONENTE; "14" NIVEL DE AUTENTICACAO INSUFICIENTE; *
      *           "15" DECISAO INVALIDA.                               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROPOSTA ASSIGN TO PROPOSTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRP-CHAVE
               FILE STATUS IS WK-FS-PROPOSTA.

           SELECT ARQ-DUPCUPAR ASSIGN TO DUPCUPAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-DUPCUPAR.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *    UMA PROPOSTA POR PROGRAMA + DATA + SEQUENCIAL DO DIA. A     *
      *    IMAGEM DO COMANDO E O REGISTRO DO ARQCOMAN DO PROGRAMA,     *
      *    COMO FOI PROPOSTO. MESMO LAYOUT LIDO PELO RELATORIO         *
      *    DIARIO DUPCU010.                                            *
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

      *----------------------------------------------------------------*
      *    PARAMETRO POR PROGRAMA: PRAZO DE VALIDADE DA PROPOSTA EM    *
      *    DIAS E NIVEL DE AUTENTICACAO MINIMO DO APROVADOR. PROGRAMA  *
      *    SEM CARTAO USA O PADRAO (5 DIAS, NIVEL "03").               *
      *----------------------------------------------------------------*
       FD  ARQ-DUPCUPAR
           RECORDING MODE IS F.
       01  REG-DUPCUPAR.
           05 DCP-NO-PROGRAMA         PIC X(008).
           05 DCP-QT-DIAS-PRAZO       PIC 9(003).
           05 DCP-NIVEL-MINIMO        PIC X(002).
           05 FILLER                  PIC X(067).

       WORKING-STORAGE SECTION.
       77  WK-FS-PROPOSTA             PIC X(002) VALUE "00".
       77  WK-FS-DUPCUPAR             PIC X(002) VALUE "00".
       77  WK-SW-FIM-DUPCUPAR         PIC X(001) VALUE "N".
           88 FIM-DUPCUPAR                       VALUE "S".
           88 NAO-FIM-DUPCUPAR                   VALUE "N".
       77  WK-SW-GRAVOU               PIC X(001) VALUE "N".
           88 PROPOSTA-GRAVADA                   VALUE "S".
           88 PROPOSTA-NAO-GRAVADA               VALUE "N".
       77  WK-DATA-HOJE               PIC X(008) VALUE SPACES.
       77  WK-DATA-HOJE-NUM REDEFINES WK-DATA-HOJE
                                      PIC 9(008).
       77  WK-HORA-AGORA              PIC X(006) VALUE SPACES.
       77  WK-QT-DIAS-PRAZO           PIC 9(003) VALUE 5.
       77  WK-NIVEL-MINIMO            PIC X(002) VALUE "03".
       77  WK-DIAS-LIMITE             PIC 9(008) COMP VALUE ZERO.
       77  WK-DATA-LIMITE-NUM         PIC 9(008) VALUE ZERO.
       77  WK-QT-TENTATIVAS           PIC 9(002) COMP VALUE ZERO.

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

       LINKAGE SECTION.
       01  DUPCU01-PARM.
           05 DC01-FUNCAO             PIC X(001).
              88 DC01-PROPOR                     VALUE "P".
              88 DC01-DECIDIR                    VALUE "D".
              88 DC01-CONCLUIR                   VALUE "C".
           05 DC01-NO-PROGRAMA        PIC X(008).
           05 DC01-DT-PROPOSTA        PIC X(008).
           05 DC01-SEQ-PROPOSTA       PIC 9(004).
           05 DC01-NIS-PROPONENTE     PIC 9(011).
           05 DC01-NIS-APROVADOR      PIC 9(011).
           05 DC01-NIVEL-AUTENT       PIC X(002).
           05 DC01-CO-DECISAO         PIC X(001).
              88 DC01-APROVAR                    VALUE "A".
              88 DC01-REJEITAR                   VALUE "R".
              88 DC01-FALHOU                     VALUE "F".
           05 DC01-TX-COMANDO         PIC X(100).
           05 DC01-CO-RETORNO         PIC X(002).
              88 DC01-OK                         VALUE "00".
              88 DC01-ERRO-ARQUIVO               VALUE "09".

       PROCEDURE DIVISION USING DUPCU01-PARM.

       0000-MAINLINE.
           MOVE "00" TO DC01-CO-RETORNO.
           ACCEPT WK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-AGORA FROM TIME.
           PERFORM 1000-ABRIR-PROPOSTA
               THRU 1000-ABRIR-PROPOSTA-EXIT.
           IF DC01-ERRO-ARQUIVO
               GOBACK
           END-IF.
           PERFORM 1100-CARREGAR-PARAMETRO
               THRU 1100-CARREGAR-PARAMETRO-EXIT.
           EVALUATE TRUE
               WHEN DC01-PROPOR
                   PERFORM 2000-REGISTRAR-PROPOSTA
                       THRU 2000-REGISTRAR-PROPOSTA-EXIT
               WHEN DC01-DECIDIR
                   PERFORM 3000-DECIDIR-PROPOSTA
                       THRU 3000-DECIDIR-PROPOSTA-EXIT
               WHEN DC01-CONCLUIR
                   PERFORM 4000-CONCLUIR-PROPOSTA
                       THRU 4000-CONCLUIR-PROPOSTA-EXIT
               WHEN OTHER
                   DISPLAY "DUPCU01 - FUNCAO INVALIDA: " DC01-FUNCAO
                   MOVE "09" TO DC01-CO-RETORNO
           END-EVALUATE.
           CLOSE ARQ-PROPOSTA.
           GOBACK.

       1000-ABRIR-PROPOSTA.
           OPEN I-O ARQ-PROPOSTA.
           IF WK-FS-PROPOSTA = "35"
               OPEN OUTPUT ARQ-PROPOSTA
               CLOSE       ARQ-PROPOSTA
               OPEN I-O    ARQ-PROPOSTA
           END-IF.
           IF WK-FS-PROPOSTA NOT = "00"
               DISPLAY "DUPCU01 - ARQUIVO DE PROPOSTAS INDISPONIVEL, "
                       "FS=" WK-FS-PROPOSTA
               MOVE "09" TO DC01-CO-RETORNO
           END-IF.
       1000-ABRIR-PROPOSTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    PRAZO E NIVEL MINIMO DO PROGRAMA CHAMADOR. SEM ARQUIVO DE   *
      *    PARAMETRO OU SEM CARTAO DO PROGRAMA, FICA O PADRAO.         *
      *----------------------------------------------------------------*
       1100-CARREGAR-PARAMETRO.
           MOVE 5    TO WK-QT-DIAS-PRAZO.
           MOVE "03" TO WK-NIVEL-MINIMO.
           SET NAO-FIM-DUPCUPAR TO TRUE.
           OPEN INPUT ARQ-DUPCUPAR.
           IF WK-FS-DUPCUPAR NOT = "00"
               GO TO 1100-CARREGAR-PARAMETRO-EXIT
           END-IF.
           PERFORM 1110-LER-PARAMETRO
               THRU 1110-LER-PARAMETRO-EXIT
               UNTIL FIM-DUPCUPAR.
           CLOSE ARQ-DUPCUPAR.
       1100-CARREGAR-PARAMETRO-EXIT.
           EXIT.

       1110-LER-PARAMETRO.
           READ ARQ-DUPCUPAR
               AT END
                   SET FIM-DUPCUPAR TO TRUE
                   GO TO 1110-LER-PARAMETRO-EXIT
           END-READ.
           IF DCP-NO-PROGRAMA NOT = DC01-NO-PROGRAMA
               GO TO 1110-LER-PARAMETRO-EXIT
           END-IF.
           IF DCP-QT-DIAS-PRAZO NUMERIC AND DCP-QT-DIAS-PRAZO > ZERO
               MOVE DCP-QT-DIAS-PRAZO TO WK-QT-DIAS-PRAZO
           END-IF.
           IF DCP-NIVEL-MINIMO NUMERIC
               MOVE DCP-NIVEL-MINIMO TO WK-NIVEL-MINIMO
           END-IF.
           SET FIM-DUPCUPAR TO TRUE.
       1110-LER-PARAMETRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    NOVA PROPOSTA PENDENTE. O SEQUENCIAL DO DIA E PROCURADO POR *
      *    TENTATIVA, COMO A AUDIT010 FAZ COM AUD-SEQ-EVENTO: VARIAS   *
      *    EXECUCOES NO MESMO DIA NAO SE ATROPELAM.                    *
      *----------------------------------------------------------------*
       2000-REGISTRAR-PROPOSTA.
           MOVE SPACES              TO REG-PROPOSTA.
           MOVE DC01-NO-PROGRAMA    TO PRP-NO-PROGRAMA.
           MOVE WK-DATA-HOJE        TO PRP-DT-PROPOSTA.
           MOVE WK-HORA-AGORA       TO PRP-HR-PROPOSTA.
           MOVE DC01-NIS-PROPONENTE TO PRP-NIS-PROPONENTE.
           COMPUTE WK-DIAS-LIMITE =
               FUNCTION INTEGER-OF-DATE (WK-DATA-HOJE-NUM)
             + WK-QT-DIAS-PRAZO.
           COMPUTE WK-DATA-LIMITE-NUM =
               FUNCTION DATE-OF-INTEGER (WK-DIAS-LIMITE).
           MOVE WK-DATA-LIMITE-NUM  TO PRP-DT-LIMITE.
           SET PRP-PENDENTE TO TRUE.
           MOVE ZERO                TO PRP-NIS-APROVADOR.
           MOVE DC01-TX-COMANDO     TO PRP-TX-COMANDO.
           MOVE ZERO                TO PRP-SEQ-PROPOSTA.
           MOVE ZERO                TO WK-QT-TENTATIVAS.
           SET PROPOSTA-NAO-GRAVADA TO TRUE.
           PERFORM 2010-GRAVAR-UMA-TENTATIVA
               THRU 2010-GRAVAR-UMA-TENTATIVA-EXIT
               UNTIL PROPOSTA-GRAVADA
                  OR WK-QT-TENTATIVAS > 50.
           IF PROPOSTA-NAO-GRAVADA
               DISPLAY "DUPCU01 - FALHA AO GRAVAR PROPOSTA DE "
                       DC01-NO-PROGRAMA ", FS=" WK-FS-PROPOSTA
               MOVE "09" TO DC01-CO-RETORNO
               GO TO 2000-REGISTRAR-PROPOSTA-EXIT
           END-IF.
           MOVE PRP-DT-PROPOSTA  TO DC01-DT-PROPOSTA.
           MOVE PRP-SEQ-PROPOSTA TO DC01-SEQ-PROPOSTA.
           MOVE PRP-NIS-PROPONENTE TO WK-AUD-NIS.
           MOVE "99"               TO WK-AUD-NIVEL-AUTENT.
           MOVE "PROPOE-ALTERACAO" TO WK-AUD-OPERACAO.
           PERFORM 8000-GRAVAR-AUDITORIA
               THRU 8000-GRAVAR-AUDITORIA-EXIT.
       2000-REGISTRAR-PROPOSTA-EXIT.
           EXIT.

       2010-GRAVAR-UMA-TENTATIVA.
           ADD 1 TO PRP-SEQ-PROPOSTA.
           ADD 1 TO WK-QT-TENTATIVAS.
           WRITE REG-PROPOSTA
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WK-FS-PROPOSTA = "00"
               SET PROPOSTA-GRAVADA TO TRUE
           END-IF.
       2010-GRAVAR-UMA-TENTATIVA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    DECISAO DO APROVADOR. O NIVEL "99" E O DAS ROTINAS BATCH,   *
      *    NAO DE UMA PESSOA AUTENTICADA, E NAO SERVE PARA APROVAR.    *
      *    PROPOSTA VENCIDA E MARCADA EXPIRADA AQUI MESMO, SEM ESPERAR *
      *    O DUPCU010 DA NOITE.                                        *
      *----------------------------------------------------------------*
       3000-DECIDIR-PROPOSTA.
           IF NOT DC01-APROVAR AND NOT DC01-REJEITAR
               MOVE "15" TO DC01-CO-RETORNO
               GO TO 3000-DECIDIR-PROPOSTA-EXIT
           END-IF.
           PERFORM 5000-LER-PROPOSTA
               THRU 5000-LER-PROPOSTA-EXIT.
           IF NOT DC01-OK
               GO TO 3000-DECIDIR-PROPOSTA-EXIT
           END-IF.
           MOVE PRP-NIS-PROPONENTE TO DC01-NIS-PROPONENTE.
           IF NOT PRP-PENDENTE
               MOVE "11" TO DC01-CO-RETORNO
               GO TO 3000-DECIDIR-PROPOSTA-EXIT
           END-IF.
           IF WK-DATA-HOJE > PRP-DT-LIMITE
               SET PRP-EXPIRADA TO TRUE
               MOVE WK-DATA-HOJE  TO PRP-DT-DECISAO
               MOVE WK-HORA-AGORA TO PRP-HR-DECISAO
               PERFORM 5100-REGRAVAR-PROPOSTA
                   THRU 5100-REGRAVAR-PROPOSTA-EXIT
               MOVE PRP-NIS-PROPONENTE TO WK-AUD-NIS
               MOVE "99"               TO WK-AUD-NIVEL-AUTENT
               MOVE "EXPIRA-PROPOSTA"  TO WK-AUD-OPERACAO
               PERFORM 8000-GRAVAR-AUDITORIA
                   THRU 8000-GRAVAR-AUDITORIA-EXIT
               MOVE "12" TO DC01-CO-RETORNO
               GO TO 3000-DECIDIR-PROPOSTA-EXIT
           END-IF.
           IF DC01-NIS-APROVADOR = PRP-NIS-PROPONENTE
              OR DC01-NIS-APROVADOR = ZERO
               MOVE "13" TO DC01-CO-RETORNO
               GO TO 3000-DECIDIR-PROPOSTA-EXIT
           END-IF.
           IF DC01-NIVEL-AUTENT NOT NUMERIC
              OR DC01-NIVEL-AUTENT = "99"
              OR DC01-NIVEL-AUTENT < WK-NIVEL-MINIMO
               MOVE "14" TO DC01-CO-RETORNO
               GO TO 3000-DECIDIR-PROPOSTA-EXIT
           END-IF.
           IF DC01-APROVAR
               MOVE PRP-TX-COMANDO TO DC01-TX-COMANDO
               GO TO 3000-DECIDIR-PROPOSTA-EXIT
           END-IF.
           SET PRP-REJEITADA TO TRUE.
           PERFORM 6000-ASSINAR-DECISAO
               THRU 6000-ASSINAR-DECISAO-EXIT.
           MOVE "REJEITA-PROPOSTA" TO WK-AUD-OPERACAO.
           PERFORM 8000-GRAVAR-AUDITORIA
               THRU 8000-GRAVAR-AUDITORIA-EXIT.
       3000-DECIDIR-PROPOSTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    RESULTADO DA APLICACAO DA PROPOSTA APROVADA. A APROVACAO SO *
      *    E GRAVADA AQUI, DEPOIS DE O CHAMADOR APLICAR: SE O JOB CAIR *
      *    NO MEIO, A PROPOSTA CONTINUA PENDENTE E PODE SER APROVADA   *
      *    DE NOVO.                                                    *
      *----------------------------------------------------------------*
       4000-CONCLUIR-PROPOSTA.
           PERFORM 5000-LER-PROPOSTA
               THRU 5000-LER-PROPOSTA-EXIT.
           IF NOT DC01-OK
               GO TO 4000-CONCLUIR-PROPOSTA-EXIT
           END-IF.
           IF NOT PRP-PENDENTE
               MOVE "11" TO DC01-CO-RETORNO
               GO TO 4000-CONCLUIR-PROPOSTA-EXIT
           END-IF.
           IF DC01-FALHOU
               SET PRP-NAO-APLICADA TO TRUE
           ELSE
               SET PRP-APLICADA TO TRUE
           END-IF.
           PERFORM 6000-ASSINAR-DECISAO
               THRU 6000-ASSINAR-DECISAO-EXIT.
           MOVE "APROVA-PROPOSTA" TO WK-AUD-OPERACAO.
           PERFORM 8000-GRAVAR-AUDITORIA
               THRU 8000-GRAVAR-AUDITORIA-EXIT.
       4000-CONCLUIR-PROPOSTA-EXIT.
           EXIT.

       5000-LER-PROPOSTA.
           MOVE DC01-NO-PROGRAMA  TO PRP-NO-PROGRAMA.
           MOVE DC01-DT-PROPOSTA  TO PRP-DT-PROPOSTA.
           MOVE DC01-SEQ-PROPOSTA TO PRP-SEQ-PROPOSTA.
           READ ARQ-PROPOSTA
               INVALID KEY
                   MOVE "10" TO DC01-CO-RETORNO
           END-READ.
           IF DC01-OK AND WK-FS-PROPOSTA NOT = "00"
               MOVE "09" TO DC01-CO-RETORNO
           END-IF.
       5000-LER-PROPOSTA-EXIT.
           EXIT.

       5100-REGRAVAR-PROPOSTA.
           REWRITE REG-PROPOSTA
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WK-FS-PROPOSTA NOT = "00"
               DISPLAY "DUPCU01 - FALHA AO REGRAVAR PROPOSTA "
                       PRP-NO-PROGRAMA " " PRP-DT-PROPOSTA "-"
                       PRP-SEQ-PROPOSTA ", FS=" WK-FS-PROPOSTA
               MOVE "09" TO DC01-CO-RETORNO
           END-IF.
       5100-REGRAVAR-PROPOSTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SEGUNDA ASSINATURA: APROVADOR, NIVEL E DATA/HORA DA         *
      *    DECISAO FICAM NA PROPOSTA E NA AUDITORIA.                   *
      *----------------------------------------------------------------*
       6000-ASSINAR-DECISAO.
           MOVE DC01-NIS-APROVADOR TO PRP-NIS-APROVADOR.
           MOVE DC01-NIVEL-AUTENT  TO PRP-NIVEL-APROVADOR.
           MOVE WK-DATA-HOJE       TO PRP-DT-DECISAO.
           MOVE WK-HORA-AGORA      TO PRP-HR-DECISAO.
           PERFORM 5100-REGRAVAR-PROPOSTA
               THRU 5100-REGRAVAR-PROPOSTA-EXIT.
           MOVE DC01-NIS-APROVADOR TO WK-AUD-NIS.
           MOVE DC01-NIVEL-AUTENT  TO WK-AUD-NIVEL-AUTENT.
       6000-ASSINAR-DECISAO-EXIT.
           EXIT.

       8000-GRAVAR-AUDITORIA.
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
               DISPLAY "DUPCU01 - AUDITORIA NAO GRAVADA, CO-RETORNO="
                       WK-AUD-CO-RETORNO " NIS=" WK-AUD-NIS
           END-IF.
       8000-GRAVAR-AUDITORIA-EXIT.
           EXIT.
