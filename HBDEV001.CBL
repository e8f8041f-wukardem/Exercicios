      *   NO HISTORICO (ARQHIS) SEM MEXER NO PEDIDO
      * - RELATORIO PERIODICO POR CLIENTE, PRODUTO E MOTIVO
      *   (RELDEV.TXT)
      * - 15/10/2026 - NOTA DE CREDITO: CADA DEVOLUCAO GERA NOTA
      *   DE CREDITO (ARQNCR, SEQUENCIA "NOTACRED") LIGADA A NOTA
      *   FISCAL DO PEDIDO, PELO PRECO UNITARIO DA ARQNTI; DEVOLVE
      *   A QUANTIDADE AO ESTOQUE (ARQEST), ABATE AS PARCELAS
      *   ABERTAS DA NOTA E O RESTANTE FICA DE CREDITO AO CLIENTE;
      *   IMPRIME EM RELNCR.TXT
      * - 15/10/2026 - KARDEX: A DEVOLUCAO AO ESTOQUE GRAVA O
      *   MOVIMENTO (ARQKDX) COM O NUMERO DA NOTA DE CREDITO
      * - 15/10/2026 - SEM NOTA FISCAL, O ITEM COM DESCONTO E
      *   CREDITADO PELO VALOR UNITARIO LIQUIDO DO PEDIDO
      * - 15/10/2026 - DEVOLUCAO DATADA EM MES FECHADO (HBFEC001)
      *   E RECUSADA
      * - 15/10/2026 - PERMISSAO POR FUNCAO: A OPCAO ESCOLHIDA E
      *   CONFERIDA NA HBPER002 (ARQPER, HBPER001) ANTES DE
      *   EXECUTAR; A RECUSA E GRAVADA NO ARQLOG
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      * - 15/10/2026 - GRAVACOES, REGRAVACOES E EXCLUSOES EM
      *   ARQDEV, ARQEST, ARQREC E ARQHIS REGISTRADAS NO
      *   JOURNAL (HBJRN002) PARA A REAPLICACAO APOS RESTAURAR
      *   UM BACKUP (HBJRN001)
      * - 15/10/2026 - KITS (ARQKIT, HBKIT001): A DEVOLUCAO DE UM
      *   KIT DEVOLVE AO ESTOQUE CADA COMPONENTE (QTDE DEVOLVIDA
      *   X QTDE POR KIT)
      * - 15/10/2026 - A DEVOLUCAO NAO PASSA DO QUE FALTA DEVOLVER
      *   DO ITEM (QTDE DO PEDIDO MENOS AS DEVOLUCOES JA FEITAS)
      * - 15/10/2026 - O ESTOQUE DEVOLVIDO SEGUE O QUE A SEPARACAO
      *   BAIXOU (ARQIKT); PEDIDO SEM ARQIKT USA O ARQKIT
      * - 15/10/2026 - PARCELA JA ENVIADA AO BANCO E ABATIDA PELA
      *   NOTA DE CREDITO FICA "V" (NOVO VALOR) OU, SE ZERADA,
      *   "R" (RETIRAR) PARA A PROXIMA REMESSA (HBCOB001)
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY "C:\Hbsis\ftt\FPED0001.SEL".
           COPY "C:\Hbsis\ftt\FITE0001.SEL".
           COPY "C:\Hbsis\ftt\FHIS0001.SEL".
           COPY "C:\Hbsis\ftt\FNOT0001.SEL".
           COPY "C:\Hbsis\ftt\FNTI0001.SEL".
           COPY "C:\Hbsis\ftt\FREC0001.SEL".
           COPY "C:\Hbsis\ftt\FEST0001.SEL".
           COPY "C:\Hbsis\ftt\FKIT0001.SEL".
           COPY "C:\Hbsis\ftt\FIKT0001.SEL".
           COPY "C:\Hbsis\ftt\FKDX0001.SEL".
           COPY "C:\Hbsis\ftt\FNCR0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
           COPY "C:\Hbsis\ftt\FPED0001.FD".
           COPY "C:\Hbsis\ftt\FITE0001.FD".
           COPY "C:\Hbsis\ftt\FHIS0001.FD".
           COPY "C:\Hbsis\ftt\FNOT0001.FD".
           COPY "C:\Hbsis\ftt\FNTI0001.FD".
           COPY "C:\Hbsis\ftt\FREC0001.FD".
           COPY "C:\Hbsis\ftt\FEST0001.FD".
           COPY "C:\Hbsis\ftt\FKIT0001.FD".
           COPY "C:\Hbsis\ftt\FIKT0001.FD".
           COPY "C:\Hbsis\ftt\FKDX0001.FD".
           COPY "C:\Hbsis\ftt\FNCR0001.FD".
           COPY "C:\Hbsis\ftt\FRELCLI.FD".
           COPY "C:\HBSIS\FTT\FLOG0001.FD".
      *
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-DEV-PED-WK              PIC 9(010)  VALUE ZEROS.
       77  WS-DEV-PRO-WK              PIC 9(013)  VALUE ZEROS.
       77  WS-DEV-QTD-WK              PIC ZZZZ9,99.
       77  WS-DEV-MOT-WK              PIC 9(002)  VALUE ZEROS.
       77  WS-QTD-DEVOLVIDA           PIC 9(005)V9(002) VALUE ZEROS.
       77  WS-QTD-JA-DEVOLVIDA        PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-QTD-RESTANTE            PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-ITEM-ACHADO             PIC XXX     VALUE "NAO".
       77  WS-ITE-EOF                 PIC XXX     VALUE "NAO".
       77  WS-DEV-EOF                 PIC XXX     VALUE "NAO".
       77  WS-QTD-ED                  PIC ZZZZ9,99.
       77  WS-CONT-ED                 PIC ZZZZ9.
       77  WS-IND                     PIC 9(002)  VALUE ZEROS.
       77  WS-CAMINHO-NOT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-NTI             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-EST             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-KIT             PIC X(030)  VALUE SPACES.
       77  WS-KIT-IND                 PIC 9(002)  VALUE ZEROS.
       77  WS-CAMINHO-IKT             PIC X(030)  VALUE SPACES.
       77  WS-IKT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-EST-PRO                 PIC 9(013)  VALUE ZEROS.
       77  WS-EST-QTD                 PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-CAMINHO-KDX             PIC X(030)  VALUE SPACES.
       77  WS-KDX-TIPO                PIC X(003)  VALUE SPACES.
       77  WS-KDX-QTD                 PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-KDX-DOC-TIPO            PIC X(001)  VALUE SPACES.
       77  WS-KDX-DOC-NUM             PIC 9(010)  VALUE ZEROS.
       77  WS-KDX-CLI                 PIC 9(007)  VALUE ZEROS.
       77  WS-CAMINHO-NCR             PIC X(030)  VALUE SPACES.
       77  WS-NOTA-NUM                PIC 9(010)  VALUE ZEROS.
       77  WS-NOTA-ACHADA             PIC XXX     VALUE "NAO".
       77  WS-NOT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-NTI-EOF                 PIC XXX     VALUE "NAO".
       77  WS-NTI-ACHADO              PIC XXX     VALUE "NAO".
       77  WS-REC-EOF                 PIC XXX     VALUE "NAO".
       77  WS-EST-ACHOU               PIC XXX     VALUE "NAO".
       77  WS-NCR-VL-UNIT             PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-NCR-A-ABATER            PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-NCR-NUM-ED              PIC Z(009)9.
       77  WS-NOT-NUM-ED              PIC Z(009)9.
       77  WS-PED-ED                  PIC Z(009)9.
       77  WS-VEN-ED                  PIC ZZZZZZ9.
       77  WS-VLU-ED                  PIC ZZZZZZ9,99.
       77  WS-VAL-ED                  PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-TAB-MOTIVOS.
           03  WS-TM-CONT             PIC 9(005) OCCURS 99 TIMES.

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\HBSIS\FTT\HBSEQ001.WK".
       COPY "C:\HBSIS\FTT\HBFEC002.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".
       COPY "C:\HBSIS\FTT\HBJRN002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".
       VERIF-OPCAO.
           DISPLAY G-TOPCDEV.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
        VERIF-OPCAO-EXIT.
           EXIT.

      *    PERMISSAO DA FUNCAO ESCOLHIDA (ARQPER, HBPER001)
       VERIFICA-PERMISSAO.
           MOVE "SIM"    TO WS-PERMITIDO.
           MOVE SPACES   TO SR-PER-OPERACAO.
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                MOVE "INC" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 2
                MOVE "REL" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBDEV001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBDEV001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES                  TO WS-LOG-ACAO.
           STRING "SEM PERMISSAO " SR-PER-OPERACAO
                  DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE "Funcao nao liberada para o usuario...  "
                               TO WK-MSG-ADV1.
           MOVE "Fale com o administrador do sistema... "
                               TO WK-MSG-ADV2.
           PERFORM 9300-ADVERTENCIA.
       VERIFICA-PERMISSAO-EXIT.
           EXIT.

       ROT-INCLUSAO.
           DISPLAY G-TDEV0001.
           MOVE ZEROS TO WK-7DIG.
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-PRODUTO.
           PERFORM SOMA-DEVOLVIDO THRU SOMA-DEVOLVIDO-EXIT.
           IF  WS-QTD-RESTANTE EQUAL ZEROS
               MOVE "Item ja devolvido por inteiro...       "
                                   TO WK-MSG-ADV1
               MOVE "Informe outro produto do pedido...     "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-PRODUTO.
       ENTRAR-QUANTIDADE.
           MOVE ZEROS TO WS-DEV-QTD-WK.
           ACCEPT WS-DEV-QTD-WK AT 1225 WITH UPDATE AUTO-SKIP
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-QUANTIDADE.
           IF  WS-QTD-DEVOLVIDA GREATER THAN WS-QTD-RESTANTE
               MOVE "Quantidade maior que o saldo do item..."
                                   TO WK-MSG-ADV1
               MOVE WS-QTD-RESTANTE TO WS-QTD-ED
               MOVE SPACES TO WK-MSG-ADV2
               STRING "Falta devolver " WS-QTD-ED "..."
                      DELIMITED BY SIZE INTO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-QUANTIDADE.
       ENTRAR-MOTIVO.
       PROCURA-ITEM-LE-EXIT.
           EXIT.

      *    QTDE DO ITEM MENOS O QUE JA FOI DEVOLVIDO DO PRODUTO
      *    NESTE PEDIDO (ARQDEV)
       SOMA-DEVOLVIDO.
           MOVE ZEROS TO WS-QTD-JA-DEVOLVIDA WS-QTD-RESTANTE.
           MOVE "NAO" TO WS-DEV-EOF.
           MOVE PED-CLI-COD TO DEV-CLI-COD.
           START ARQDEV KEY IS EQUAL DEV-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-DEV-EOF.
           PERFORM SOMA-DEVOLVIDO-LE THRU SOMA-DEVOLVIDO-LE-EXIT
                   UNTIL WS-DEV-EOF EQUAL "SIM".
           IF  WS-QTD-JA-DEVOLVIDA LESS THAN ITE-QUANTIDADE
               COMPUTE WS-QTD-RESTANTE =
                       ITE-QUANTIDADE - WS-QTD-JA-DEVOLVIDA.
       SOMA-DEVOLVIDO-EXIT.
           EXIT.

       SOMA-DEVOLVIDO-LE.
           READ ARQDEV NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-DEV-EOF
                   GO  TO  SOMA-DEVOLVIDO-LE-EXIT
           END-READ.
           IF  DEV-CLI-COD NOT EQUAL PED-CLI-COD
               MOVE "SIM" TO WS-DEV-EOF
               GO  TO  SOMA-DEVOLVIDO-LE-EXIT.
           IF  DEV-PEDIDO EQUAL PED-PEDIDO
               AND DEV-PRO-COD EQUAL WS-DEV-PRO-WK
               ADD DEV-QUANTIDADE TO WS-QTD-JA-DEVOLVIDA.
       SOMA-DEVOLVIDO-LE-EXIT.
           EXIT.

       GRAVAR-DEVOLUCAO.
           MOVE "VER"          TO SR-FEC-FUNCAO.
           MOVE LK-EMP-COD     TO SR-FEC-EMP-COD.
           MOVE WK-DATA-SYS    TO SR-FEC-DATA.
           CALL "HBFEC002" USING SR-PARAM-HBFEC002.
           IF  SR88-FEC-FECHADO
               MOVE "Data da devolucao em mes ja fechado... "
                                   TO WK-MSG-ADV1
               MOVE "A devolucao nao foi gravada...         "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  GRAVAR-DEVOLUCAO-EXIT.
           MOVE "OBT"        TO SR-SEQ-FUNCAO.
           MOVE "DEVOLUCOES" TO SR-SEQ-NOME.
           CALL "HBSEQ001" USING SR-PARAM-HBSEQ001.
           WRITE DEV-REG INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  GRAVAR-DEVOLUCAO-EXIT
           NOT INVALID KEY
               MOVE "INC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-DEV THRU JORNAL-DEV-EXIT
           END-WRITE.
           MOVE "E" TO WS-SIT-ANTERIOR.
           MOVE "D" TO WS-SIT-NOVA.
           STRING "Devolucao " WS-NUM-ED " registrada..."
                  DELIMITED BY SIZE INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM GERA-NOTA-CREDITO THRU GERA-NOTA-CREDITO-EXIT.
       GRAVAR-DEVOLUCAO-EXIT.
           EXIT.

       GERA-NOTA-CREDITO.
           PERFORM LOCALIZA-NOTA THRU LOCALIZA-NOTA-EXIT.
           MOVE ITE-VL-UNITARIO TO WS-NCR-VL-UNIT.
           IF  ITE-PCT-DESCONTO NOT EQUAL ZEROS
               COMPUTE WS-NCR-VL-UNIT ROUNDED =
                       ITE-VL-TOTAL / ITE-QUANTIDADE.
           MOVE SPACES          TO NTI-PRO-DESC.
           IF  WS-NOTA-ACHADA EQUAL "SIM"
               PERFORM LOCALIZA-PRECO THRU LOCALIZA-PRECO-EXIT.
           MOVE "OBT"        TO SR-SEQ-FUNCAO.
           MOVE "NOTACRED"   TO SR-SEQ-NOME.
           CALL "HBSEQ001" USING SR-PARAM-HBSEQ001.
           IF  SR88-SEQ-ERRO-ARQUIVO
               MOVE "Falha no controle de numeracao...      "
                                   TO WK-MSG-ADV1
               MOVE "Nota de credito nao foi gerada...      "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  GERA-NOTA-CREDITO-EXIT.
           MOVE SR-SEQ-NUMERO    TO NCR-NUMERO.
           MOVE DEV-NUMERO       TO NCR-DEV-NUMERO.
           MOVE PED-CLI-COD      TO NCR-CLI-COD.
           MOVE CLI-NOME         TO NCR-CLI-NOME.
           MOVE PED-PEDIDO       TO NCR-PEDIDO.
           MOVE WK-DATA-SYS      TO NCR-DATA.
           MOVE WS-DEV-PRO-WK    TO NCR-PRO-COD.
           MOVE NTI-PRO-DESC     TO NCR-PRO-DESC.
           MOVE WS-QTD-DEVOLVIDA TO NCR-QUANTIDADE.
           MOVE WS-NCR-VL-UNIT   TO NCR-VL-UNITARIO.
           COMPUTE NCR-VL-TOTAL ROUNDED =
                   WS-QTD-DEVOLVIDA * WS-NCR-VL-UNIT.
           MOVE LK-USUARIO       TO NCR-USUARIO.
           MOVE ZEROS            TO NCR-VL-ABATIDO.
           IF  WS-NOTA-ACHADA EQUAL "SIM"
               MOVE WS-NOTA-NUM  TO NCR-NOT-NUMERO
               MOVE NOT-VEN-COD  TO NCR-VEN-COD
           ELSE
               MOVE ZEROS        TO NCR-NOT-NUMERO
               MOVE CLI-VEN-COD  TO NCR-VEN-COD
           END-IF.
           PERFORM DEVOLVE-ESTOQUE THRU DEVOLVE-ESTOQUE-EXIT.
           MOVE NCR-VL-TOTAL TO WS-NCR-A-ABATER.
           IF  WS-NOTA-ACHADA EQUAL "SIM"
               PERFORM ABATE-PARCELAS THRU ABATE-PARCELAS-EXIT.
           COMPUTE NCR-VL-CREDITO = NCR-VL-TOTAL - NCR-VL-ABATIDO.
           WRITE NCR-REG INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  GERA-NOTA-CREDITO-EXIT
           END-WRITE.
           PERFORM IMPRIME-NOTA-CREDITO THRU
                   IMPRIME-NOTA-CREDITO-EXIT.
           MOVE "HBDEV001"              TO WS-LOG-PROGRAMA.
           MOVE "GEROU NOTA CREDITO"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE NCR-NUMERO TO WS-NCR-NUM-ED.
           MOVE SPACES TO MSG.
           STRING "Nota credito " WS-NCR-NUM-ED " em "
                  WS-CAMINHO-REL(13:12)
                  DELIMITED BY SIZE INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       GERA-NOTA-CREDITO-EXIT.
           EXIT.

       LOCALIZA-NOTA.
           MOVE "NAO" TO WS-NOTA-ACHADA WS-NOT-EOF.
           MOVE ZEROS TO WS-NOTA-NUM.
           MOVE PED-CLI-COD TO NOT-CLI-COD.
           START ARQNOT KEY IS EQUAL NOT-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-NOT-EOF.
           PERFORM LOCALIZA-NOTA-LE THRU LOCALIZA-NOTA-LE-EXIT
                   UNTIL WS-NOT-EOF EQUAL "SIM"
                      OR WS-NOTA-ACHADA EQUAL "SIM".
       LOCALIZA-NOTA-EXIT.
           EXIT.

       LOCALIZA-NOTA-LE.
           READ ARQNOT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-NOT-EOF
                   GO  TO  LOCALIZA-NOTA-LE-EXIT
           END-READ.
           IF  NOT-CLI-COD NOT EQUAL PED-CLI-COD
               MOVE "SIM" TO WS-NOT-EOF
               GO  TO  LOCALIZA-NOTA-LE-EXIT.
           IF  NOT-PEDIDO EQUAL PED-PEDIDO
               AND NOT NOT-CANCELADA
               MOVE "SIM"      TO WS-NOTA-ACHADA
               MOVE NOT-NUMERO TO WS-NOTA-NUM.
       LOCALIZA-NOTA-LE-EXIT.
           EXIT.

       LOCALIZA-PRECO.
           MOVE "NAO" TO WS-NTI-EOF WS-NTI-ACHADO.
           MOVE WS-NOTA-NUM TO NTI-NUMERO.
           MOVE ZEROS       TO NTI-ITEM.
           START ARQNTI KEY IS GREATER THAN NTI-CHAVE INVALID KEY
               MOVE "SIM" TO WS-NTI-EOF.
           PERFORM LOCALIZA-PRECO-LE THRU LOCALIZA-PRECO-LE-EXIT
                   UNTIL WS-NTI-EOF EQUAL "SIM"
                      OR WS-NTI-ACHADO EQUAL "SIM".
           IF  WS-NTI-ACHADO EQUAL "NAO"
               MOVE SPACES TO NTI-PRO-DESC.
       LOCALIZA-PRECO-EXIT.
           EXIT.

       LOCALIZA-PRECO-LE.
           READ ARQNTI NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-NTI-EOF
                   GO  TO  LOCALIZA-PRECO-LE-EXIT
           END-READ.
           IF  NTI-NUMERO NOT EQUAL WS-NOTA-NUM
               MOVE "SIM" TO WS-NTI-EOF
               GO  TO  LOCALIZA-PRECO-LE-EXIT.
           IF  NTI-PRO-COD EQUAL WS-DEV-PRO-WK
               MOVE "SIM"           TO WS-NTI-ACHADO
               MOVE NTI-VL-UNITARIO TO WS-NCR-VL-UNIT.
       LOCALIZA-PRECO-LE-EXIT.
           EXIT.

       DEVOLVE-ESTOQUE.
      *    VOLTA O QUE A SEPARACAO BAIXOU DO ITEM (ARQIKT); SEM
      *    ELE, KIT (ARQKIT): VOLTA AO ESTOQUE CADA COMPONENTE
           PERFORM CARREGA-BAIXADO THRU CARREGA-BAIXADO-EXIT.
           IF  KIT-QTD-COMP EQUAL ZEROS
               MOVE WS-DEV-PRO-WK TO KIT-PRO-COD
               READ ARQKIT INVALID KEY
                   MOVE ZEROS TO KIT-QTD-COMP
               END-READ
           END-IF.
           IF  KIT-QTD-COMP GREATER THAN ZEROS
               MOVE 1 TO WS-KIT-IND
               PERFORM DEVOLVE-COMPONENTE THRU
                       DEVOLVE-COMPONENTE-EXIT
                       UNTIL WS-KIT-IND GREATER THAN KIT-QTD-COMP
               GO  TO  DEVOLVE-ESTOQUE-EXIT.
           MOVE WS-DEV-PRO-WK    TO WS-EST-PRO.
           MOVE WS-QTD-DEVOLVIDA TO WS-EST-QTD.
           PERFORM DEVOLVE-PRODUTO THRU DEVOLVE-PRODUTO-EXIT.
       DEVOLVE-ESTOQUE-EXIT.
           EXIT.

       DEVOLVE-COMPONENTE.
           MOVE KIT-COMP-COD (WS-KIT-IND) TO WS-EST-PRO.
           COMPUTE WS-EST-QTD =
                   WS-QTD-DEVOLVIDA * KIT-COMP-QTD (WS-KIT-IND).
           PERFORM DEVOLVE-PRODUTO THRU DEVOLVE-PRODUTO-EXIT.
           ADD 1 TO WS-KIT-IND.
       DEVOLVE-COMPONENTE-EXIT.
           EXIT.

      *    MONTA EM KIT-REG O QUE O ITEM BAIXOU NA SEPARACAO (ARQIKT,
      *    GRAVADO PELO HBPED002); SEM REGISTRO KIT-QTD-COMP = ZEROS
       CARREGA-BAIXADO.
           MOVE "NAO" TO WS-IKT-EOF.
           MOVE ZEROS TO KIT-QTD-COMP.
           MOVE ITE-CLI-COD TO IKT-CLI-COD.
           MOVE ITE-PEDIDO  TO IKT-PEDIDO.
           MOVE ITE-ITEM    TO IKT-ITEM.
           MOVE ZEROS       TO IKT-SEQ.
           START ARQIKT KEY IS NOT LESS THAN IKT-CHAVE INVALID KEY
               MOVE "SIM" TO WS-IKT-EOF.
           PERFORM CARREGA-BAIXADO-LE THRU CARREGA-BAIXADO-LE-EXIT
                   UNTIL WS-IKT-EOF EQUAL "SIM".
       CARREGA-BAIXADO-EXIT.
           EXIT.

       CARREGA-BAIXADO-LE.
           READ ARQIKT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-IKT-EOF
                   GO  TO  CARREGA-BAIXADO-LE-EXIT
           END-READ.
           IF  IKT-CLI-COD NOT EQUAL ITE-CLI-COD
               OR IKT-PEDIDO NOT EQUAL ITE-PEDIDO
               OR IKT-ITEM NOT EQUAL ITE-ITEM
               OR KIT-QTD-COMP NOT LESS THAN 10
               MOVE "SIM" TO WS-IKT-EOF
               GO  TO  CARREGA-BAIXADO-LE-EXIT.
           ADD 1 TO KIT-QTD-COMP.
           MOVE IKT-COMP-COD TO KIT-COMP-COD (KIT-QTD-COMP).
           MOVE IKT-COMP-QTD TO KIT-COMP-QTD (KIT-QTD-COMP).
       CARREGA-BAIXADO-LE-EXIT.
           EXIT.

       DEVOLVE-PRODUTO.
           MOVE "SIM" TO WS-EST-ACHOU.
           MOVE WS-EST-PRO TO EST-PRO-COD.
           READ ARQEST WITH LOCK INVALID KEY
               MOVE "NAO" TO WS-EST-ACHOU
               MOVE WS-EST-PRO TO EST-PRO-COD
               MOVE ZEROS TO EST-SALDO EST-MINIMO EST-DT-ULT-MOV
           END-READ.
           ADD WS-EST-QTD TO EST-SALDO.
           MOVE WK-DATA-SYS TO EST-DT-ULT-MOV.
           IF  WS-EST-ACHOU EQUAL "SIM"
               REWRITE EST-REG INVALID KEY
                   PERFORM 9100-RETCOD
               NOT INVALID KEY
                   MOVE "ALT" TO SR-JRN-OPERACAO
                   PERFORM JORNAL-EST THRU JORNAL-EST-EXIT
               END-REWRITE
           ELSE
               WRITE EST-REG INVALID KEY
                   PERFORM 9100-RETCOD
               NOT INVALID KEY
                   MOVE "INC" TO SR-JRN-OPERACAO
                   PERFORM JORNAL-EST THRU JORNAL-EST-EXIT
               END-WRITE
           END-IF.
           MOVE "DEV"            TO WS-KDX-TIPO.
           MOVE WS-EST-QTD       TO WS-KDX-QTD.
           MOVE "D"              TO WS-KDX-DOC-TIPO.
           MOVE NCR-NUMERO       TO WS-KDX-DOC-NUM.
           MOVE PED-CLI-COD      TO WS-KDX-CLI.
           PERFORM GRAVA-KARDEX THRU GRAVA-KARDEX-EXIT.
       DEVOLVE-PRODUTO-EXIT.
           EXIT.

       GRAVA-KARDEX.
           MOVE "OBT"    TO SR-SEQ-FUNCAO.
           MOVE "KARDEX" TO SR-SEQ-NOME.
           CALL "HBSEQ001" USING SR-PARAM-HBSEQ001.
           IF  SR88-SEQ-ERRO-ARQUIVO
               MOVE "Falha no controle de numeracao...      "
                                   TO WK-MSG-ADV1
               MOVE "Movimento de estoque nao registrado... "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  GRAVA-KARDEX-EXIT.
           MOVE SPACES          TO KDX-REG.
           MOVE SR-SEQ-NUMERO   TO KDX-NUMERO.
           MOVE EST-PRO-COD     TO KDX-PRO-COD.
           MOVE WK-DATA-SYS     TO KDX-DATA.
           ACCEPT WK-HORA FROM TIME.
           MOVE WK-HORA(1:6)    TO KDX-HORA.
           MOVE WS-KDX-TIPO     TO KDX-TIPO.
           MOVE WS-KDX-QTD      TO KDX-QUANTIDADE.
           MOVE EST-SALDO       TO KDX-SALDO.
           MOVE WS-KDX-DOC-TIPO TO KDX-DOC-TIPO.
           MOVE WS-KDX-DOC-NUM  TO KDX-DOC-NUMERO.
           MOVE WS-KDX-CLI      TO KDX-CLI-COD.
           MOVE "HBDEV001"      TO KDX-PROGRAMA.
           MOVE LK-USUARIO      TO KDX-USUARIO.
           WRITE KDX-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-WRITE.
       GRAVA-KARDEX-EXIT.
           EXIT.

       ABATE-PARCELAS.
           MOVE "NAO" TO WS-REC-EOF.
           MOVE WS-NOTA-NUM TO REC-NOTA.
           MOVE ZEROS       TO REC-PARCELA.
           START ARQREC KEY IS GREATER THAN REC-CHAVE INVALID KEY
               MOVE "SIM" TO WS-REC-EOF.
           PERFORM ABATE-UMA-PARCELA THRU ABATE-UMA-PARCELA-EXIT
                   UNTIL WS-REC-EOF EQUAL "SIM"
                      OR WS-NCR-A-ABATER EQUAL ZEROS.
       ABATE-PARCELAS-EXIT.
           EXIT.

       ABATE-UMA-PARCELA.
           READ ARQREC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-REC-EOF
                   GO  TO  ABATE-UMA-PARCELA-EXIT
           END-READ.
           IF  REC-NOTA NOT EQUAL WS-NOTA-NUM
               MOVE "SIM" TO WS-REC-EOF
               GO  TO  ABATE-UMA-PARCELA-EXIT.
           IF  NOT REC-ABERTA
               GO  TO  ABATE-UMA-PARCELA-EXIT.
           READ ARQREC WITH LOCK INVALID KEY
               GO  TO  ABATE-UMA-PARCELA-EXIT
           END-READ.
           IF  WS-NCR-A-ABATER LESS THAN REC-VL-PARCELA
               SUBTRACT WS-NCR-A-ABATER FROM REC-VL-PARCELA
               ADD WS-NCR-A-ABATER TO NCR-VL-ABATIDO
               MOVE ZEROS TO WS-NCR-A-ABATER
               IF  REC-COB-ENVIADA
                   MOVE "V" TO REC-COB-SITUACAO
               END-IF
           ELSE
               SUBTRACT REC-VL-PARCELA FROM WS-NCR-A-ABATER
               ADD REC-VL-PARCELA TO NCR-VL-ABATIDO
               MOVE ZEROS       TO REC-VL-PARCELA REC-VL-PAGO
               MOVE WK-DATA-SYS TO REC-DT-PAGAMENTO
               MOVE "P"         TO REC-SITUACAO
               IF  REC-COB-ENVIADA OR REC-COB-ALTERAR-VALOR
                   MOVE "R"     TO REC-COB-SITUACAO
               END-IF
           END-IF.
           REWRITE REC-REG INVALID KEY
               PERFORM 9100-RETCOD
           NOT INVALID KEY
               MOVE "ALT" TO SR-JRN-OPERACAO
               PERFORM JORNAL-REC THRU JORNAL-REC-EXIT
           END-REWRITE.
       ABATE-UMA-PARCELA-EXIT.
           EXIT.

       IMPRIME-NOTA-CREDITO.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELNCR"   TO SR-REL-BASE.
           MOVE "HBDEV001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE NCR-NUMERO TO WS-NCR-NUM-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "NOTA DE CREDITO " WS-NCR-NUM-ED
                  " - DATA " NCR-DATA
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE NCR-CLI-COD TO WS-CLI-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "CLIENTE " WS-CLI-ED " " NCR-CLI-NOME
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE NCR-VEN-COD    TO WS-VEN-ED.
           MOVE NCR-PEDIDO     TO WS-PED-ED.
           MOVE NCR-NOT-NUMERO TO WS-NOT-NUM-ED.
           MOVE NCR-DEV-NUMERO TO WS-NUM-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "VENDEDOR " WS-VEN-ED
                  " PEDIDO " WS-PED-ED
                  " NOTA FISCAL " WS-NOT-NUM-ED
                  " DEVOLUCAO " WS-NUM-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE NCR-PRO-COD     TO WS-PRO-ED.
           MOVE NCR-QUANTIDADE  TO WS-QTD-ED.
           MOVE NCR-VL-UNITARIO TO WS-VLU-ED.
           MOVE NCR-VL-TOTAL    TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WS-PRO-ED " " NCR-PRO-DESC(1:25)
                  " QTDE " WS-QTD-ED
                  " UNIT " WS-VLU-ED
                  " TOTAL " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR TOTAL DO CREDITO.....: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE NCR-VL-ABATIDO TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "ABATIDO NAS PARCELAS.......: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE NCR-VL-CREDITO TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "SALDO DE CREDITO AO CLIENTE: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
       IMPRIME-NOTA-CREDITO-EXIT.
           EXIT.

       ROT-RELATORIO.
           MOVE ZEROS TO WS-REL-DT-INI.
           DISPLAY "Data inicial (AAAAMMDD):" AT 2003.
           EXIT.

       GRAVA-HISTORICO.
           MOVE "ARQHIS.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-HIS
                                            HIS-ARQ-WK.
           OPEN EXTEND ARQHIS.
           IF  WK01-RETCOD EQUAL "35"
           MOVE WK-HORA(1:6)             TO HIS-HORA.
           MOVE LK-USUARIO               TO HIS-USUARIO.
           WRITE HIS-REG.
           IF  WK01-RETCOD EQUAL "00"
               MOVE "INC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-HIS THRU JORNAL-HIS-EXIT.
           CLOSE ARQHIS.
       GRAVA-HISTORICO-EXIT.
           EXIT.
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "ARQDEV.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-DEV DEV-ARQ-WK.
           OPEN I-O ARQDEV.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQDEV
           MOVE " DEVOLUCAO"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN INPUT ARQCLI.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQCLI
           MOVE " CLIENTES "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN INPUT ARQPED.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPED
           MOVE " PEDIDOS  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQITE.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ITE ITE-ARQ-WK.
           OPEN INPUT ARQITE.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQITE
           MOVE " ITENS    "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQNOT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NOT NOT-ARQ-WK.
           OPEN INPUT ARQNOT.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQNOT
              CLOSE ARQNOT
              OPEN INPUT ARQNOT
           END-IF
           MOVE " NOTAS    "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQNTI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NTI NTI-ARQ-WK.
           OPEN INPUT ARQNTI.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQNTI
              CLOSE ARQNTI
              OPEN INPUT ARQNTI
           END-IF
           MOVE " NOTASITEN"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQREC.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-REC REC-ARQ-WK.
           OPEN I-O ARQREC.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQREC
              CLOSE ARQREC
              OPEN I-O ARQREC
           END-IF
           MOVE " RECEBER  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQEST.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-EST EST-ARQ-WK.
           OPEN I-O ARQEST.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQEST
              CLOSE ARQEST
              OPEN I-O ARQEST
           END-IF
           MOVE " ESTOQUE  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQKIT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-KIT KIT-ARQ-WK.
           OPEN INPUT ARQKIT.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQKIT
              CLOSE ARQKIT
              OPEN INPUT ARQKIT
           END-IF
           MOVE " KITS "               TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQIKT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-IKT IKT-ARQ-WK.
           OPEN INPUT ARQIKT.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQIKT
              CLOSE ARQIKT
              OPEN INPUT ARQIKT
           END-IF
           MOVE " BAIXADOS "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQKDX.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-KDX KDX-ARQ-WK.
           OPEN I-O ARQKDX.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQKDX
              CLOSE ARQKDX
              OPEN I-O ARQKDX
           END-IF
           MOVE " KARDEX   "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQNCR.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NCR NCR-ARQ-WK.
           OPEN I-O ARQNCR.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQNCR
              CLOSE ARQNCR
              OPEN I-O ARQNCR
           END-IF
           MOVE " NOTACRED "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBDEV001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           CLOSE ARQCLI.
           CLOSE ARQPED.
           CLOSE ARQITE.
           CLOSE ARQNOT.
           CLOSE ARQNTI.
           CLOSE ARQREC.
           CLOSE ARQEST.
           CLOSE ARQKIT.
           CLOSE ARQIKT.
           CLOSE ARQKDX.
           CLOSE ARQNCR.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.
       RESTAURA-TELA-EXIT.
           EXIT.

       JORNAL-REC.
           MOVE "ARQREC"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-REC            TO SR-JRN-CAMINHO.
           MOVE REC-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-REC-EXIT.
           EXIT.

       JORNAL-EST.
           MOVE "ARQEST"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-EST            TO SR-JRN-CAMINHO.
           MOVE EST-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-EST-EXIT.
           EXIT.

       JORNAL-HIS.
           MOVE "ARQHIS"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-HIS            TO SR-JRN-CAMINHO.
           MOVE HIS-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-HIS-EXIT.
           EXIT.

       JORNAL-DEV.
           MOVE "ARQDEV"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-DEV            TO SR-JRN-CAMINHO.
           MOVE DEV-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-DEV-EXIT.
           EXIT.

       9700-GRAVA-LOG SECTION.
       9700-000.
           MOVE WS-CAMINHO               TO WS-CAMINHO-SALVO.
       9700-EXIT.
           EXIT.

      *    JOURNAL DO MOVIMENTO (HBJRN002): BASE DA REAPLICACAO
      *    APOS A RESTAURACAO DE UM BACKUP (HBJRN001)
       9800-GRAVA-JORNAL SECTION.
       9800-000.
           MOVE "GRV"                    TO SR-JRN-FUNCAO.
           MOVE LK-EMP-COD               TO SR-JRN-EMP-COD.
           MOVE LK-USUARIO               TO SR-JRN-USUARIO.
           MOVE "HBDEV001"               TO SR-JRN-PROGRAMA.
           CALL "HBJRN002" USING SR-PARAM-HBJRN002.
           IF  SR88-JRN-ERRO-ARQUIVO
               MOVE "HBDEV001"           TO WS-LOG-PROGRAMA
               MOVE "ERRO NO JOURNAL"    TO WS-LOG-ACAO
               PERFORM 9700-GRAVA-LOG.
       9800-EXIT.
           EXIT.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCURSOR.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".
