      *  2026-09-02  MRS  AUDIT010-PARM GANHOU O DOCUMENTO CONSULTADO  *
      *                   (AUD10-CPF-CNPJ); MANUTENCAO DE TARIFA NAO   *
      *                   TEM DOCUMENTO E INFORMA ZERO.                *
      *  2026-10-15  MRS  AUDIT010-PARM GANHOU A BASE LEGAL LGPD E A   *
      *                   FINALIDADE DA CONSULTA (AUD10-CO-BASE-LEGAL  *
      *                   E AUD10-CO-FINALIDADE); MANUTENCAO NAO E     *
      *                   CONSULTA A DOCUMENTO E INFORMA ESPACOS.      *
      *  2026-10-15  MRS  TARIFA COM PERIODO DE VIGENCIA: A CHAVE DO   *
      *                   ARQ-TARIFAS PASSOU A SER BURO + INICIO DE    *
      *                   VIGENCIA (TAR-CHAVE) E O REGISTRO GANHOU O   *
      *                   FIM DE VIGENCIA. O COMANDO GANHOU INICIO,    *
      *                   FIM E ACAO ("I" INCLUI PERIODO, "E" ENCERRA  *
      *                   PERIODO); PERIODO QUE SE SOBREPOE A OUTRO DO *
      *                   MESMO BURO E REJEITADO                       *
      *                   (2260-CONFERIR-SOBREPOSICAO). ANTES O        *
      *                   REAJUSTE TROCAVA O PRECO DO MES INTEIRO NO   *
      *                   RATEIO.                                      *
      *  2026-10-15  MRS  DUPLA CUSTODIA: O COMANDO CRITICADO NAO E    *
      *                   MAIS APLICADO DIRETO, VIRA PROPOSTA PENDENTE *
      *                   NA DUPCU01 (2400-PROPOR-COMANDO). O ARQUIVO  *
      *                   E ALTERADO SO QUANDO UM SEGUNDO NIS APROVA A *
      *                   PROPOSTA PELO ARQ-APROVACOES                 *
      *                   (1500-PROCESSAR-APROVACOES), COM A MESMA     *
      *                   CRITICA E APLICACAO DE ANTES. O LAYOUT DO    *
      *                   COMANDO PASSOU PARA A WORKING-STORAGE (READ  *
      *                   INTO), POIS TAMBEM RECEBE A IMAGEM DEVOLVIDA *
      *                   PELA DUPCU01.                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-COMANDOS.

           SELECT ARQ-APROVACOES ASSIGN TO APROVCOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-APROVACOES.

           SELECT ARQ-TARIFAS ASSIGN TO TARIFAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WK-FS-TARIFAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-COMANDOS
           RECORDING MODE IS F.
       01  REG-COMANDO-ENTRADA        PIC X(041).

      *----------------------------------------------------------------*
      *    DECISAO DO APROVADOR SOBRE PROPOSTA PENDENTE (DUPCU01).     *
      *    ARQUIVO COMUM AOS PROGRAMAS DE MANUTENCAO: CARTAO DE OUTRO  *
      *    PROGRAMA E IGNORADO. DECISAO "A" APROVA, "R" REJEITA.       *
      *----------------------------------------------------------------*
       FD  ARQ-APROVACOES
           RECORDING MODE IS F.
       01  REG-APROVACAO.
           05 APV-NO-PROGRAMA         PIC X(008).
           05 APV-DT-PROPOSTA         PIC X(008).
           05 APV-SEQ-PROPOSTA        PIC 9(004).
           05 APV-NIS-APROVADOR       PIC 9(011).
           05 APV-NIVEL-AUTENT        PIC X(002).
           05 APV-CO-DECISAO          PIC X(001).
           05 FILLER                  PIC X(046).

      *----------------------------------------------------------------*
      *    TABELA DE TARIFAS: PRECO UNITARIO COBRADO POR CONSULTA DE   *
      *    CADA BURO EM CADA PERIODO DE VIGENCIA (FIM "99999999" =     *
      *    SEM DATA PARA TERMINAR), COM A DATA/HORA DA ULTIMA          *
      *    ALTERACAO. OS PERIODOS DE UM MESMO BURO NAO SE SOBREPOEM.   *
      *----------------------------------------------------------------*
       FD  ARQ-TARIFAS
           RECORDING MODE IS F.
       01  REG-TARIFA.
           05 TAR-CHAVE.
              07 TAR-CO-BURO          PIC X(006).
              07 TAR-DT-INI-VIGENCIA  PIC X(008).
           05 TAR-DT-FIM-VIGENCIA     PIC X(008).
           05 TAR-VL-UNITARIO         PIC 9(005)V99.
           05 TAR-DT-ALTERACAO        PIC X(008).
           05 TAR-HR-ALTERACAO        PIC X(006).
       77  WK-QT-LIDOS                PIC 9(005) VALUE ZERO.
       77  WK-QT-APLICADOS            PIC 9(005) VALUE ZERO.
       77  WK-QT-REJEITADOS           PIC 9(005) VALUE ZERO.
       77  WK-FS-APROVACOES           PIC X(002) VALUE "00".
       77  WK-SW-FIM-APROVACOES       PIC X(001) VALUE "N".
           88 FIM-APROVACOES                     VALUE "S".
           88 NAO-FIM-APROVACOES                 VALUE "N".
       77  WK-QT-PROPOSTOS            PIC 9(005) VALUE ZERO.
       77  WK-QT-DECISOES             PIC 9(005) VALUE ZERO.
       77  WK-QT-PROP-REJEITADAS      PIC 9(005) VALUE ZERO.
       77  WK-QT-NAO-APLICADAS        PIC 9(005) VALUE ZERO.
       77  WK-QT-DECISOES-RECUSADAS   PIC 9(005) VALUE ZERO.
       77  WK-DATA-HOJE               PIC X(008) VALUE SPACES.
       77  WK-HORA-AGORA              PIC X(006) VALUE SPACES.
       77  WK-SW-FIM-VIGENCIAS        PIC X(001) VALUE "N".
           88 FIM-VIGENCIAS                      VALUE "S".
           88 NAO-FIM-VIGENCIAS                  VALUE "N".
       77  WK-DT-FIM-PEDIDO           PIC X(008) VALUE SPACES.

      *----------------------------------------------------------------*
      *    DATA DE VIGENCIA A VALIDAR (2250-VALIDAR-DATA).             *
      *----------------------------------------------------------------*
       01  WK-DATA-VALIDAR            PIC X(008) VALUE SPACES.
       01  WK-DATA-VALIDAR-R REDEFINES WK-DATA-VALIDAR.
           05 WK-DV-ANO               PIC 9(004).
           05 WK-DV-MES               PIC 9(002).
           05 WK-DV-DIA               PIC 9(002).

      *----------------------------------------------------------------*
      *    COMANDO LIDO DE ARQ-COMANDOS OU DEVOLVIDO PELA DUPCU01 NA   *
      *    APROVACAO (IMAGEM GRAVADA NA PROPOSTA).                     *
      *                                                                *
      *    CMD-CO-ACAO "I" (OU BRANCO) INCLUI UM PERIODO DE VIGENCIA   *
      *    COM O PRECO; "E" ENCERRA (OU MUDA O FIM DE) UM PERIODO JA   *
      *    CADASTRADO, IDENTIFICADO PELO BURO + INICIO, E O PRECO DO   *
      *    COMANDO E IGNORADO. FIM EM BRANCO = VIGENCIA SEM DATA PARA  *
      *    TERMINAR. O PRECO DE UM PERIODO NAO E ALTERADO: REAJUSTE E  *
      *    UM PERIODO NOVO, DEPOIS DE ENCERRADO O ANTERIOR.            *
      *----------------------------------------------------------------*
       01  REG-COMANDO.
           05 CMD-NIS                 PIC 9(011).
           05 CMD-CO-BURO             PIC X(006).
           05 CMD-VL-UNITARIO         PIC 9(005)V99.
           05 CMD-DT-INI-VIGENCIA     PIC X(008).
           05 CMD-DT-FIM-VIGENCIA     PIC X(008).
           05 CMD-CO-ACAO             PIC X(001).

       01  WK-AUDIT010-PARM.
           05 WK-AUD-NIS               PIC 9(011).
           05 WK-AUD-FUNCAO            PIC X(010).
           05 WK-AUD-NO-PROGRAMA       PIC X(008).
           05 WK-AUD-CPF-CNPJ          PIC 9(014).
           05 WK-AUD-CO-BASE-LEGAL     PIC X(002).
           05 WK-AUD-CO-FINALIDADE     PIC X(010).
           05 WK-AUD-CO-RETORNO        PIC X(002).

       01  WK-DUPCU01-PARM.
           05 WK-DC-FUNCAO             PIC X(001).
           05 WK-DC-NO-PROGRAMA        PIC X(008).
           05 WK-DC-DT-PROPOSTA        PIC X(008).
           05 WK-DC-SEQ-PROPOSTA       PIC 9(004).
           05 WK-DC-NIS-PROPONENTE     PIC 9(011).
           05 WK-DC-NIS-APROVADOR      PIC 9(011).
           05 WK-DC-NIVEL-AUTENT       PIC X(002).
           05 WK-DC-CO-DECISAO         PIC X(001).
           05 WK-DC-TX-COMANDO         PIC X(100).
           05 WK-DC-CO-RETORNO         PIC X(002).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           PERFORM 1500-PROCESSAR-APROVACOES
               THRU 1500-PROCESSAR-APROVACOES-EXIT
               UNTIL FIM-APROVACOES.
           PERFORM 2000-PROCESSAR-COMANDOS
               THRU 2000-PROCESSAR-COMANDOS-EXIT
               UNTIL FIM-ARQUIVO.
           GOBACK.

       1000-INICIALIZAR.
           SET NAO-FIM-ARQUIVO    TO TRUE.
           SET NAO-FIM-APROVACOES TO TRUE.
           ACCEPT WK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-AGORA FROM TIME.
           OPEN INPUT ARQ-COMANDOS.
           IF WK-FS-COMANDOS NOT = "00"
               SET FIM-ARQUIVO TO TRUE
           END-IF.
           OPEN INPUT ARQ-APROVACOES.
           IF WK-FS-APROVACOES NOT = "00"
               SET FIM-APROVACOES TO TRUE
           END-IF.
           IF FIM-ARQUIVO AND FIM-APROVACOES
               DISPLAY "PESPO660 - NADA A PROCESSAR, FS="
                       WK-FS-COMANDOS "/" WK-FS-APROVACOES
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN I-O ARQ-TARIFAS.
           IF WK-FS-TARIFAS NOT = "00"
               DISPLAY "PESPO660 - ERRO AO ABRIR ARQ-TARIFAS, FS="
                       WK-FS-TARIFAS
               SET FIM-ARQUIVO    TO TRUE
               SET FIM-APROVACOES TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           IF NAO-FIM-APROVACOES
               PERFORM 1520-LER-APROVACAO
                   THRU 1520-LER-APROVACAO-EXIT
           END-IF.
           IF NAO-FIM-ARQUIVO
               PERFORM 2100-LER-COMANDO
                   THRU 2100-LER-COMANDO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    DUPLA CUSTODIA: O COMANDO SO E APLICADO NO ARQUIVO QUANDO   *
      *    UM SEGUNDO NIS APROVA A PROPOSTA GRAVADA EM EXECUCAO        *
      *    ANTERIOR. A DUPCU01 CONFERE PRAZO, APROVADOR DIFERENTE DO   *
      *    PROPONENTE E NIVEL DE AUTENTICACAO, E DEVOLVE A IMAGEM DO   *
      *    COMANDO, QUE PASSA PELA MESMA CRITICA E APLICACAO DE        *
      *    SEMPRE. A TRILHA FICA COM AS DUAS ASSINATURAS: O PROPONENTE *
      *    EM 3000-GRAVAR-AUDITORIA E O APROVADOR NA CONCLUSAO.        *
      *    AS APROVACOES SAO TRATADAS ANTES DOS COMANDOS NOVOS.        *
      *----------------------------------------------------------------*
       1500-PROCESSAR-APROVACOES.
           IF APV-NO-PROGRAMA = "PESPO660"
               ADD 1 TO WK-QT-DECISOES
               PERFORM 1510-DECIDIR-PROPOSTA
                   THRU 1510-DECIDIR-PROPOSTA-EXIT
           END-IF.
           PERFORM 1520-LER-APROVACAO
               THRU 1520-LER-APROVACAO-EXIT.
       1500-PROCESSAR-APROVACOES-EXIT.
           EXIT.

       1510-DECIDIR-PROPOSTA.
           MOVE "D"                TO WK-DC-FUNCAO.
           MOVE "PESPO660"         TO WK-DC-NO-PROGRAMA.
           MOVE APV-DT-PROPOSTA    TO WK-DC-DT-PROPOSTA.
           MOVE APV-SEQ-PROPOSTA   TO WK-DC-SEQ-PROPOSTA.
           MOVE APV-NIS-APROVADOR  TO WK-DC-NIS-APROVADOR.
           MOVE APV-NIVEL-AUTENT   TO WK-DC-NIVEL-AUTENT.
           MOVE APV-CO-DECISAO     TO WK-DC-CO-DECISAO.
           CALL "DUPCU01" USING WK-DUPCU01-PARM.
           IF WK-DC-CO-RETORNO NOT = "00"
               DISPLAY "PESPO660 - DECISAO RECUSADA, PROPOSTA "
                       APV-DT-PROPOSTA "-" APV-SEQ-PROPOSTA
                       " NIS " APV-NIS-APROVADOR
                       " CO-RETORNO=" WK-DC-CO-RETORNO
               ADD 1 TO WK-QT-DECISOES-RECUSADAS
               GO TO 1510-DECIDIR-PROPOSTA-EXIT
           END-IF.
           IF APV-CO-DECISAO = "R"
               DISPLAY "PESPO660 - PROPOSTA " APV-DT-PROPOSTA "-"
                       APV-SEQ-PROPOSTA " REJEITADA POR NIS "
                       APV-NIS-APROVADOR
               ADD 1 TO WK-QT-PROP-REJEITADAS
               GO TO 1510-DECIDIR-PROPOSTA-EXIT
           END-IF.
           MOVE WK-DC-TX-COMANDO TO REG-COMANDO.
           PERFORM 2200-VALIDAR-COMANDO
               THRU 2200-VALIDAR-COMANDO-EXIT.
           IF COMANDO-VALIDO
               PERFORM 2300-APLICAR-COMANDO
                   THRU 2300-APLICAR-COMANDO-EXIT
           END-IF.
           IF COMANDO-VALIDO
               PERFORM 3000-GRAVAR-AUDITORIA
                   THRU 3000-GRAVAR-AUDITORIA-EXIT
               MOVE "A" TO WK-DC-CO-DECISAO
               ADD 1 TO WK-QT-APLICADOS
           ELSE
               DISPLAY "PESPO660 - PROPOSTA " APV-DT-PROPOSTA "-"
                       APV-SEQ-PROPOSTA " APROVADA MAS NAO APLICADA"
               MOVE "F" TO WK-DC-CO-DECISAO
               ADD 1 TO WK-QT-NAO-APLICADAS
           END-IF.
           MOVE "C" TO WK-DC-FUNCAO.
           CALL "DUPCU01" USING WK-DUPCU01-PARM.
           IF WK-DC-CO-RETORNO NOT = "00"
               DISPLAY "PESPO660 - CONCLUSAO DA PROPOSTA NAO GRAVADA, "
                       "CO-RETORNO=" WK-DC-CO-RETORNO
           END-IF.
       1510-DECIDIR-PROPOSTA-EXIT.
           EXIT.

       1520-LER-APROVACAO.
           READ ARQ-APROVACOES
               AT END
                   SET FIM-APROVACOES TO TRUE
           END-READ.
       1520-LER-APROVACAO-EXIT.
           EXIT.

       2000-PROCESSAR-COMANDOS.
           PERFORM 2200-VALIDAR-COMANDO
               THRU 2200-VALIDAR-COMANDO-EXIT.
           IF COMANDO-VALIDO
               PERFORM 2400-PROPOR-COMANDO
                   THRU 2400-PROPOR-COMANDO-EXIT
           ELSE
               ADD 1 TO WK-QT-REJEITADOS
           END-IF.
           EXIT.

       2100-LER-COMANDO.
           READ ARQ-COMANDOS INTO REG-COMANDO
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 2100-LER-COMANDO-EXIT
               DISPLAY "PESPO660 - BURO DESCONHECIDO: " CMD-CO-BURO
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           IF CMD-CO-ACAO = SPACE
               MOVE "I" TO CMD-CO-ACAO
           END-IF.
           IF CMD-CO-ACAO NOT = "I" AND CMD-CO-ACAO NOT = "E"
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO660 - ACAO DESCONHECIDA: " CMD-CO-ACAO
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           IF CMD-CO-ACAO = "I" AND CMD-VL-UNITARIO = ZERO
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO660 - TARIFA ZERADA REJEITADA, BURO: "
                       CMD-CO-BURO
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           MOVE CMD-DT-INI-VIGENCIA TO WK-DATA-VALIDAR.
           PERFORM 2250-VALIDAR-DATA
               THRU 2250-VALIDAR-DATA-EXIT.
           IF COMANDO-INVALIDO
               DISPLAY "PESPO660 - INICIO DE VIGENCIA INVALIDO: "
                       CMD-DT-INI-VIGENCIA " BURO: " CMD-CO-BURO
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           IF CMD-DT-FIM-VIGENCIA = SPACES
               MOVE "99999999" TO WK-DT-FIM-PEDIDO
           ELSE
               MOVE CMD-DT-FIM-VIGENCIA TO WK-DATA-VALIDAR
               PERFORM 2250-VALIDAR-DATA
                   THRU 2250-VALIDAR-DATA-EXIT
               MOVE CMD-DT-FIM-VIGENCIA TO WK-DT-FIM-PEDIDO
           END-IF.
           IF COMANDO-INVALIDO
              OR WK-DT-FIM-PEDIDO < CMD-DT-INI-VIGENCIA
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO660 - FIM DE VIGENCIA INVALIDO: "
                       CMD-DT-FIM-VIGENCIA " BURO: " CMD-CO-BURO
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           PERFORM 2260-CONFERIR-SOBREPOSICAO
               THRU 2260-CONFERIR-SOBREPOSICAO-EXIT.
       2200-VALIDAR-COMANDO-EXIT.
           EXIT.

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
      *    PERCORRE OS PERIODOS JA CADASTRADOS DO BURO. NA INCLUSAO O  *
      *    PERIODO NOVO NAO PODE TOCAR NENHUM DELES; NO ENCERRAMENTO O *
      *    PERIODO INFORMADO TEM DE EXISTIR E O NOVO FIM NAO PODE      *
      *    ALCANCAR O PERIODO SEGUINTE. REAJUSTE SEM ENCERRAR O PRECO  *
      *    ANTERIOR E RECUSADO, E A CONTROLADORIA MANDA OS DOIS        *
      *    COMANDOS (ENCERRA O VELHO, INCLUI O NOVO).                  *
      *----------------------------------------------------------------*
       2260-CONFERIR-SOBREPOSICAO.
           SET REGISTRO-NAO-EXISTE TO TRUE.
           SET NAO-FIM-VIGENCIAS TO TRUE.
           MOVE CMD-CO-BURO TO TAR-CO-BURO.
           MOVE LOW-VALUES  TO TAR-DT-INI-VIGENCIA.
           START ARQ-TARIFAS KEY >= TAR-CHAVE
               INVALID KEY
                   SET FIM-VIGENCIAS TO TRUE
           END-START.
           PERFORM 2270-COMPARAR-VIGENCIA
               THRU 2270-COMPARAR-VIGENCIA-EXIT
               UNTIL FIM-VIGENCIAS OR COMANDO-INVALIDO.
           IF COMANDO-VALIDO AND CMD-CO-ACAO = "E"
              AND REGISTRO-NAO-EXISTE
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO660 - VIGENCIA NAO CADASTRADA: BURO "
                       CMD-CO-BURO " INICIO " CMD-DT-INI-VIGENCIA
           END-IF.
       2260-CONFERIR-SOBREPOSICAO-EXIT.
           EXIT.

       2270-COMPARAR-VIGENCIA.
           READ ARQ-TARIFAS NEXT RECORD
               AT END
                   SET FIM-VIGENCIAS TO TRUE
                   GO TO 2270-COMPARAR-VIGENCIA-EXIT
           END-READ.
           IF WK-FS-TARIFAS NOT = "00"
              OR TAR-CO-BURO NOT = CMD-CO-BURO
               SET FIM-VIGENCIAS TO TRUE
               GO TO 2270-COMPARAR-VIGENCIA-EXIT
           END-IF.
           IF TAR-DT-INI-VIGENCIA = CMD-DT-INI-VIGENCIA
              AND CMD-CO-ACAO = "E"
               SET REGISTRO-EXISTE TO TRUE
               GO TO 2270-COMPARAR-VIGENCIA-EXIT
           END-IF.
           IF CMD-DT-INI-VIGENCIA <= TAR-DT-FIM-VIGENCIA
              AND TAR-DT-INI-VIGENCIA <= WK-DT-FIM-PEDIDO
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO660 - VIGENCIA SOBREPOSTA REJEITADA, BURO "
                       CMD-CO-BURO " " CMD-DT-INI-VIGENCIA "-"
                       WK-DT-FIM-PEDIDO " X " TAR-DT-INI-VIGENCIA "-"
                       TAR-DT-FIM-VIGENCIA
           END-IF.
       2270-COMPARAR-VIGENCIA-EXIT.
           EXIT.

       2300-APLICAR-COMANDO.
           MOVE CMD-CO-BURO         TO TAR-CO-BURO.
           MOVE CMD-DT-INI-VIGENCIA TO TAR-DT-INI-VIGENCIA.
           IF CMD-CO-ACAO = "E"
               READ ARQ-TARIFAS
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE WK-DT-FIM-PEDIDO TO TAR-DT-FIM-VIGENCIA
               MOVE WK-DATA-HOJE     TO TAR-DT-ALTERACAO
               MOVE WK-HORA-AGORA    TO TAR-HR-ALTERACAO
               REWRITE REG-TARIFA
               DISPLAY "PESPO660 - VIGENCIA DO BURO " CMD-CO-BURO
                       " DE " CMD-DT-INI-VIGENCIA " ENCERRADA EM "
                       WK-DT-FIM-PEDIDO " POR NIS " CMD-NIS
               GO TO 2300-APLICAR-COMANDO-EXIT
           END-IF.
           MOVE WK-DT-FIM-PEDIDO    TO TAR-DT-FIM-VIGENCIA.
           MOVE CMD-VL-UNITARIO     TO TAR-VL-UNITARIO.
           MOVE WK-DATA-HOJE        TO TAR-DT-ALTERACAO.
           MOVE WK-HORA-AGORA       TO TAR-HR-ALTERACAO.
           WRITE REG-TARIFA
               INVALID KEY
                   REWRITE REG-TARIFA
           END-WRITE.
           DISPLAY "PESPO660 - TARIFA DO BURO " CMD-CO-BURO
                   " DE " CMD-VL-UNITARIO " VIGENTE DE "
                   CMD-DT-INI-VIGENCIA " A " WK-DT-FIM-PEDIDO
                   " POR NIS " CMD-NIS.
       2300-APLICAR-COMANDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    COMANDO CRITICADO VIRA PROPOSTA PENDENTE; A IDENTIFICACAO   *
      *    (DATA + SEQUENCIAL) VAI NO SYSOUT PARA O APROVADOR.         *
      *----------------------------------------------------------------*
       2400-PROPOR-COMANDO.
           MOVE "P"                TO WK-DC-FUNCAO.
           MOVE "PESPO660"         TO WK-DC-NO-PROGRAMA.
           MOVE CMD-NIS            TO WK-DC-NIS-PROPONENTE.
           MOVE REG-COMANDO        TO WK-DC-TX-COMANDO.
           CALL "DUPCU01" USING WK-DUPCU01-PARM.
           IF WK-DC-CO-RETORNO NOT = "00"
               DISPLAY "PESPO660 - PROPOSTA NAO GRAVADA, CO-RETORNO="
                       WK-DC-CO-RETORNO " NIS " CMD-NIS
               ADD 1 TO WK-QT-REJEITADOS
               GO TO 2400-PROPOR-COMANDO-EXIT
           END-IF.
           DISPLAY "PESPO660 - PROPOSTA " WK-DC-DT-PROPOSTA "-"
                   WK-DC-SEQ-PROPOSTA " GRAVADA POR NIS "
                   CMD-NIS ", AGUARDA APROVACAO".
           ADD 1 TO WK-QT-PROPOSTOS.
       2400-PROPOR-COMANDO-EXIT.
           EXIT.

       3000-GRAVAR-AUDITORIA.
           MOVE CMD-NIS            TO WK-AUD-NIS.
           MOVE "99"               TO WK-AUD-NIVEL-AUTENT.
               INTO WK-AUD-FUNCAO.
           MOVE "PESPO660"         TO WK-AUD-NO-PROGRAMA.
           MOVE ZERO               TO WK-AUD-CPF-CNPJ.
           MOVE SPACES             TO WK-AUD-CO-BASE-LEGAL.
           MOVE SPACES             TO WK-AUD-CO-FINALIDADE.
           CALL "AUDIT010" USING WK-AUDIT010-PARM.
           IF WK-AUD-CO-RETORNO NOT = "00"
               DISPLAY "PESPO660 - AUDITORIA NAO GRAVADA, CO-RETORNO="

       9000-FINALIZAR.
           CLOSE ARQ-COMANDOS.
           CLOSE ARQ-APROVACOES.
           CLOSE ARQ-TARIFAS.
           DISPLAY "PESPO660 - COMANDOS LIDOS....: " WK-QT-LIDOS.
           DISPLAY "PESPO660 - PROPOSTOS.........: " WK-QT-PROPOSTOS.
           DISPLAY "PESPO660 - REJEITADOS........: " WK-QT-REJEITADOS.
           DISPLAY "PESPO660 - DECISOES LIDAS....: " WK-QT-DECISOES.
           DISPLAY "PESPO660 - APLICADOS.........: " WK-QT-APLICADOS.
           DISPLAY "PESPO660 - NAO APLICADOS.....: "
                   WK-QT-NAO-APLICADAS.
           DISPLAY "PESPO660 - PROP. REJEITADAS..: "
                   WK-QT-PROP-REJEITADAS.
           DISPLAY "PESPO660 - DECISOES RECUSADAS: "
                   WK-QT-DECISOES-RECUSADAS.
       9000-FINALIZAR-EXIT.
           EXIT.
