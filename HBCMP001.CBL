       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBCMP001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - PROGRAMA DE PEDIDOS DE COMPRA E RECEBIMENTO
      * - PEDIDO: CABECALHO (ARQPCO) E ITENS POR PRODUTO (ARQPCI)
      *   NUMERADO PELA SEQUENCIA "COMPRA" (HBSEQ001); SO PARA
      *   FORNECEDOR ATIVO DO ARQFOR
      * - RECEBIMENTO CONTRA O PEDIDO: SOMA NO EST-SALDO, GRAVA
      *   O KARDEX ("ENT", DOCUMENTO "C") E O RECEBIMENTO COM O
      *   CUSTO E A NOTA DO FORNECEDOR (ARQRCB); SITUACAO PASSA
      *   A PARCIAL OU RECEBIDO
      * - CANCELAMENTO ENCERRA OS ITENS AINDA NAO RECEBIDOS
      * - RELATORIOS DE PEDIDOS PENDENTES POR FORNECEDOR E DATA
      *   PREVISTA (RELPCP) E PEDIDO X RECEBIDO (RELPCR)
      * - 15/10/2026 - O RECEBIMENTO AVISA QUANDO HA PENDENCIAS DE
      *   ENTREGA (ARQBKO, HBPED002) AGUARDANDO OS PRODUTOS
      * - 15/10/2026 - PERMISSAO POR FUNCAO: A OPCAO ESCOLHIDA E
      *   CONFERIDA NA HBPER002 (ARQPER, HBPER001) ANTES DE
      *   EXECUTAR; A RECUSA E GRAVADA NO ARQLOG
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      * - 15/10/2026 - GRAVACOES, REGRAVACOES E EXCLUSOES EM
      *   ARQEST REGISTRADAS NO JOURNAL (HBJRN002) PARA A
      *   REAPLICACAO APOS RESTAURAR UM BACKUP (HBJRN001)
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FPCO0001.SEL".
           COPY "C:\Hbsis\ftt\FPCI0001.SEL".
           COPY "C:\Hbsis\ftt\FRCB0001.SEL".
           COPY "C:\Hbsis\ftt\FFOR0001.SEL".
           COPY "C:\Hbsis\ftt\FEST0001.SEL".
           COPY "C:\Hbsis\ftt\FKDX0001.SEL".
           COPY "C:\Hbsis\ftt\FPRO0001.SEL".
           COPY "C:\Hbsis\ftt\FPED0001.SEL".
           COPY "C:\Hbsis\ftt\FBKO0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FPCO0001.FD".
           COPY "C:\Hbsis\ftt\FPCI0001.FD".
           COPY "C:\Hbsis\ftt\FRCB0001.FD".
           COPY "C:\Hbsis\ftt\FFOR0001.FD".
           COPY "C:\Hbsis\ftt\FEST0001.FD".
           COPY "C:\Hbsis\ftt\FKDX0001.FD".
           COPY "C:\Hbsis\ftt\FPRO0001.FD".
           COPY "C:\Hbsis\ftt\FPED0001.FD".
           COPY "C:\Hbsis\ftt\FBKO0001.FD".
           COPY "C:\Hbsis\ftt\FRELCLI.FD".
           COPY "C:\HBSIS\FTT\FLOG0001.FD".
      *
       WORKING-STORAGE SECTION.
       01  TECLA                      PIC XX      VALUE SPACES.
       01  MSG                        PIC X(040)  VALUE SPACES.
       77  AUXILIAR                   PIC X       VALUE SPACES.
       77  SAIDA-WS                   PIC XXX     VALUE SPACES.
       77  WS-MOMENTO                 PIC X       VALUE SPACES.
       77  WS-VERSAO                  PIC X(010)  VALUE "15/10/2026".
       77  WS-CAMINHO                 PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PCO             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PCI             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-RCB             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-FOR             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-EST             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-KDX             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PRO             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-PCO-NUM                 PIC 9(010)  VALUE ZEROS.
       77  WS-PCO-OK                  PIC XXX     VALUE "NAO".
       77  WS-PCI-MODO                PIC X(003)  VALUE SPACES.
       77  WS-FOR-COD-WK              PIC 9(007)  VALUE ZEROS.
       77  WS-DT-PREVISTA             PIC 9(008)  VALUE ZEROS.
       77  WS-NOTA-FOR                PIC 9(010)  VALUE ZEROS.
       77  WS-PRO-COD-WK              PIC 9(013)  VALUE ZEROS.
       77  WS-ITEM                    PIC 9(003)  VALUE ZEROS.
       77  WS-QTD-WK                  PIC ZZZZZZ9,99.
       77  WS-VLU-WK                  PIC ZZZZZZ9,99.
       77  WS-QTD                     PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-VLU                     PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-QTD-SALDO               PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-VL-ITEM                 PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-VL-TOTAL                PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-VL-RECEBIDO             PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-VL-PENDENTE             PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-VL-FORNECEDOR           PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-VL-GERAL                PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-VL-PEDIDO-GERAL         PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-VL-RECEB-GERAL          PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-PCO-EOF                 PIC XXX     VALUE "NAO".
       77  WS-PCI-EOF                 PIC XXX     VALUE "NAO".
       77  WS-REC-PARA                PIC XXX     VALUE "NAO".
       77  WS-EST-ACHOU               PIC XXX     VALUE "NAO".
       77  WS-FOR-ANTERIOR            PIC 9(007)  VALUE ZEROS.
       77  WS-ITENS-TOTAL             PIC 9(003)  VALUE ZEROS.
       77  WS-ITENS-RECEBIDOS         PIC 9(003)  VALUE ZEROS.
       77  WS-ITENS-MOVIDOS           PIC 9(003)  VALUE ZEROS.
       77  WS-CAMINHO-PED             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-BKO             PIC X(030)  VALUE SPACES.
       77  WS-BKO-EOF                 PIC XXX     VALUE "NAO".
       77  WS-BKO-AGUARDANDO          PIC 9(003)  VALUE ZEROS.
       77  WS-BKO-AGU-ED              PIC ZZ9.
       77  WS-ITENS-ENTRADA           PIC 9(005)  VALUE ZEROS.
       77  WS-QTD-PEDIDOS             PIC 9(005)  VALUE ZEROS.
       77  WS-QTD-ATRASADOS           PIC 9(005)  VALUE ZEROS.
       77  WS-DT-INICIAL              PIC 9(008)  VALUE ZEROS.
       77  WS-DT-FINAL                PIC 9(008)  VALUE ZEROS.
       77  WS-SIT-DESC                PIC X(010)  VALUE SPACES.
       77  WS-ATRASO                  PIC X(010)  VALUE SPACES.
       77  WS-KDX-TIPO                PIC X(003)  VALUE SPACES.
       77  WS-KDX-QTD                 PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-KDX-DOC-TIPO            PIC X(001)  VALUE SPACES.
       77  WS-KDX-DOC-NUM             PIC 9(010)  VALUE ZEROS.
       77  WS-KDX-CLI                 PIC 9(007)  VALUE ZEROS.
       77  WS-PCO-ED                  PIC Z(009)9.
       77  WS-FOR-ED                  PIC Z(006)9.
       77  WS-PRO-ED                  PIC Z(012)9.
       77  WS-ITEM-ED                 PIC ZZ9.
       77  WS-QTD-ED                  PIC ZZZZZZ9,99.
       77  WS-QTD2-ED                 PIC ZZZZZZ9,99.
       77  WS-DIF-ED                  PIC -ZZZZZZ9,99.
       77  WS-VLU-ED                  PIC ZZZZZZ9,99.
       77  WS-VLU2-ED                 PIC ZZZZZZ9,99.
       77  WS-VAL-ED                  PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-CONT-ED                 PIC ZZZZ9.
       77  WS-DIF-QTD                 PIC S9(007)V9(002) VALUE ZEROS.

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\HBSIS\FTT\HBSEQ001.WK".
       COPY "C:\HBSIS\FTT\HBDATA01.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".
       COPY "C:\HBSIS\FTT\HBJRN002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".

       SCREEN SECTION.
       COPY "C:\Hbsis\ftt\TPLANO2.ss".
       COPY "C:\Hbsis\ftt\TTELART.SS".
       COPY "C:\Hbsis\ftt\TTELAADV.SS".
       COPY "C:\Hbsis\ftt\TCMP0001.SS".
       COPY "C:\Hbsis\ftt\TCMP0002.SS".
       COPY "C:\Hbsis\ftt\TOPCCMP.SS".
       COPY "C:\Hbsis\ftt\TCONF.SS".
       COPY "C:\Hbsis\ftt\TMSG.SS".
       PROCEDURE DIVISION USING LK-TRANSFERENCIA.
       PROGRAMA.
           PERFORM ABRE-ARQUIVOS THRU
                   ABRE-ARQUIVOS-EXIT
           MOVE ZEROS TO WK-OPCAO
           MOVE "NAO" TO SAIDA-WS
           PERFORM VERIF-OPCAO THRU
                   VERIF-OPCAO-EXIT UNTIL WK-OPCAO EQUAL 9
           PERFORM FINALIZA THRU FINALIZA-EXIT.
       PROGRAMA-EXIT.
           EXIT.

       VERIF-OPCAO.
           DISPLAY G-TOPCCMP.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                PERFORM ROT-PEDIDO      THRU ROT-PEDIDO-EXIT
                              UNTIL SAIDA-WS = "SIM"
           WHEN WK-OPCAO EQUAL 2
                PERFORM ROT-RECEBE      THRU ROT-RECEBE-EXIT
                              UNTIL SAIDA-WS = "SIM"
           WHEN WK-OPCAO EQUAL 3
                PERFORM ROT-CANCELA     THRU ROT-CANCELA-EXIT
           WHEN WK-OPCAO EQUAL 4
                PERFORM ROT-PENDENTES   THRU ROT-PENDENTES-EXIT
           WHEN WK-OPCAO EQUAL 5
                PERFORM ROT-PEDXREC     THRU ROT-PEDXREC-EXIT
           END-EVALUATE.
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
                MOVE "BAI" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 3
                MOVE "EXC" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 4
                MOVE "REL" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 5
                MOVE "REL" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBCMP001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBCMP001"              TO WS-LOG-PROGRAMA.
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

      *----------------------------------------------------------*
      *    DIGITACAO DO PEDIDO DE COMPRA                         *
      *----------------------------------------------------------*
       ROT-PEDIDO.
           DISPLAY G-TCMP0001.
       ENTRAR-FORNECEDOR.
           MOVE ZEROS TO WS-FOR-COD-WK.
           ACCEPT WS-FOR-COD-WK AT 0925 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' OR WS-FOR-COD-WK = ZEROS THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ROT-PEDIDO-EXIT
           END-IF
           MOVE WS-FOR-COD-WK TO FOR-COD.
           READ ARQFOR INVALID KEY
                MOVE "Fornecedor nao cadastrado...           "
                                    TO WK-MSG-ADV1
                MOVE "Informe um fornecedor existente...     "
                                    TO WK-MSG-ADV2
                PERFORM 9300-ADVERTENCIA
                GO  TO  ENTRAR-FORNECEDOR
           END-READ.
           IF  FOR-INATIVO
               MOVE "Fornecedor inativo...                  "
                                   TO WK-MSG-ADV1
               MOVE "Informe um fornecedor ativo...         "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-FORNECEDOR.
           DISPLAY FOR-NOME(1:40) AT 0935 WITH REVERSE-VIDEO.
           MOVE "SOM"             TO SR-DAT-FUNCAO.
           MOVE WK-DATA-SYS       TO SR-DAT-DATA1.
           MOVE FOR-PRAZO-ENTREGA TO SR-DAT-DIAS.
           CALL "HBDATA01" USING SR-PARAM-HBDATA01.
           MOVE SR-DAT-DATA2      TO WS-DT-PREVISTA.
       ENTRAR-PREVISTA.
           ACCEPT WS-DT-PREVISTA AT 1025 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              GO  TO  ROT-PEDIDO-EXIT
           END-IF
           MOVE "VAL"          TO SR-DAT-FUNCAO.
           MOVE WS-DT-PREVISTA TO SR-DAT-DATA1.
           CALL "HBDATA01" USING SR-PARAM-HBDATA01.
           IF  NOT SR88-DAT-OK
               OR WS-DT-PREVISTA LESS THAN WK-DATA-SYS
               MOVE "Data prevista invalida...              "
                                   TO WK-MSG-ADV1
               MOVE "Informe data futura (AAAAMMDD)...      "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-PREVISTA.
           MOVE "OBT"    TO SR-SEQ-FUNCAO.
           MOVE "COMPRA" TO SR-SEQ-NOME.
           CALL "HBSEQ001" USING SR-PARAM-HBSEQ001.
           IF  SR88-SEQ-ERRO-ARQUIVO
               MOVE "Falha no controle de numeracao...      "
                                   TO WK-MSG-ADV1
               MOVE "Pedido de compra nao foi aberto...     "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ROT-PEDIDO-EXIT.
           MOVE SR-SEQ-NUMERO  TO WS-PCO-NUM.
           MOVE SPACES         TO PCO-REG.
           MOVE WS-PCO-NUM     TO PCO-NUMERO.
           MOVE WS-FOR-COD-WK  TO PCO-FOR-COD.
           MOVE WS-DT-PREVISTA TO PCO-DT-PREVISTA.
           MOVE LK-EMP-COD     TO PCO-EMP-COD.
           MOVE WK-DATA-SYS    TO PCO-DT-EMISSAO.
           MOVE LK-USUARIO     TO PCO-USUARIO.
           MOVE ZEROS          TO PCO-QTD-ITENS PCO-VL-TOTAL
                                  PCO-VL-RECEBIDO PCO-DT-ULT-RECEB
                                  PCO-DT-CANCELAMENTO.
           MOVE "A"            TO PCO-SITUACAO.
           WRITE PCO-REG INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  ROT-PEDIDO-EXIT
           END-WRITE.
           MOVE WS-PCO-NUM TO WS-PCO-ED.
           DISPLAY WS-PCO-ED AT 1125 WITH REVERSE-VIDEO.
           MOVE ZEROS TO WS-ITEM WS-VL-TOTAL.
           MOVE "NAO" TO SAIDA-WS.
           PERFORM ENTRAR-ITEM-COMPRA THRU ENTRAR-ITEM-COMPRA-EXIT
                   UNTIL SAIDA-WS EQUAL "SIM".
           MOVE "NAO" TO SAIDA-WS.
           MOVE WS-PCO-NUM TO PCO-NUMERO.
           READ ARQPCO WITH LOCK INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  ROT-PEDIDO-EXIT
           END-READ.
           IF  WS-ITEM EQUAL ZEROS
               DELETE ARQPCO INVALID KEY
                   PERFORM 9100-RETCOD
               END-DELETE
               MOVE "Pedido sem itens nao foi gravado..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ROT-PEDIDO-EXIT.
           MOVE WS-ITEM     TO PCO-QTD-ITENS.
           MOVE WS-VL-TOTAL TO PCO-VL-TOTAL.
           REWRITE PCO-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-REWRITE.
           MOVE "HBCMP001"              TO WS-LOG-PROGRAMA.
           MOVE "INCLUIU PEDIDO COMPRA" TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Pedido de compra " WS-PCO-ED " gravado"
                  DELIMITED BY SIZE INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
       ROT-PEDIDO-EXIT.
           EXIT.

       ENTRAR-ITEM-COMPRA.
           DISPLAY "                                        " AT 1440.
           COMPUTE WS-ITEM-ED = WS-ITEM + 1.
           DISPLAY WS-ITEM-ED AT 1325 WITH REVERSE-VIDEO.
       ENTRAR-PRODUTO-COMPRA.
           MOVE ZEROS TO WS-PRO-COD-WK.
           ACCEPT WS-PRO-COD-WK AT 1425 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' OR WS-PRO-COD-WK = ZEROS THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ENTRAR-ITEM-COMPRA-EXIT
           END-IF
           MOVE WS-PRO-COD-WK TO PRO-COD.
           READ ARQPRO INVALID KEY
                MOVE "Produto nao cadastrado...              "
                                    TO WK-MSG-ADV1
                MOVE "Informe um produto existente...        "
                                    TO WK-MSG-ADV2
                PERFORM 9300-ADVERTENCIA
                GO  TO  ENTRAR-PRODUTO-COMPRA
           END-READ.
           IF  PRO-INATIVO
               MOVE "Produto inativo...                     "
                                   TO WK-MSG-ADV1
               MOVE "Nao pode ser comprado...               "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-PRODUTO-COMPRA.
           DISPLAY PRO-DESC AT 1440 WITH REVERSE-VIDEO.
       ENTRAR-QTD-COMPRA.
           MOVE ZEROS TO WS-QTD-WK.
           ACCEPT WS-QTD-WK AT 1525 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              GO  TO  ENTRAR-ITEM-COMPRA-EXIT
           END-IF
           MOVE WS-QTD-WK TO WS-QTD.
           IF  WS-QTD EQUAL ZEROS
               MOVE "Quantidade deve ser informada...       "
                                   TO WK-MSG-ADV1
               MOVE "Informe a quantidade comprada...       "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-QTD-COMPRA.
       ENTRAR-CUSTO-COMPRA.
           MOVE ZEROS TO WS-VLU-WK.
           ACCEPT WS-VLU-WK AT 1625 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              GO  TO  ENTRAR-ITEM-COMPRA-EXIT
           END-IF
           MOVE WS-VLU-WK TO WS-VLU.
           IF  WS-VLU EQUAL ZEROS
               MOVE "Custo unitario deve ser informado...   "
                                   TO WK-MSG-ADV1
               MOVE "Informe o custo negociado...           "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-CUSTO-COMPRA.
           MOVE "Confirma o item ..." TO WK-MSG-CONF.
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S"
               GO  TO  ENTRAR-ITEM-COMPRA-EXIT.
           ADD 1 TO WS-ITEM.
           MOVE SPACES        TO PCI-REG.
           MOVE WS-PCO-NUM    TO PCI-NUMERO.
           MOVE WS-ITEM       TO PCI-ITEM.
           MOVE WS-PRO-COD-WK TO PCI-PRO-COD.
           MOVE WS-QTD        TO PCI-QTD-PEDIDA.
           MOVE WS-VLU        TO PCI-VL-UNITARIO.
           MOVE ZEROS         TO PCI-QTD-RECEBIDA PCI-VL-CUSTO-MEDIO
                                 PCI-DT-ULT-RECEB.
           MOVE "A"           TO PCI-SITUACAO.
           WRITE PCI-REG INVALID KEY
               PERFORM 9100-RETCOD
               SUBTRACT 1 FROM WS-ITEM
               GO  TO  ENTRAR-ITEM-COMPRA-EXIT
           END-WRITE.
           COMPUTE WS-VL-ITEM ROUNDED = WS-QTD * WS-VLU.
           ADD WS-VL-ITEM TO WS-VL-TOTAL.
           MOVE WS-VL-TOTAL TO WS-VAL-ED.
           DISPLAY WS-VAL-ED AT 1725 WITH REVERSE-VIDEO.
       ENTRAR-ITEM-COMPRA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RECEBIMENTO DE MERCADORIAS CONTRA O PEDIDO            *
      *----------------------------------------------------------*
       ROT-RECEBE.
           DISPLAY G-TCMP0002.
       ENTRAR-PEDIDO-RECEBE.
           MOVE ZEROS TO WS-PCO-NUM.
           ACCEPT WS-PCO-NUM AT 0925 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' OR WS-PCO-NUM = ZEROS THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ROT-RECEBE-EXIT
           END-IF
           MOVE WS-PCO-NUM TO PCO-NUMERO.
           READ ARQPCO INVALID KEY
                MOVE "Pedido de compra nao cadastrado...     "
                                    TO WK-MSG-ADV1
                MOVE "Informe o numero do pedido...          "
                                    TO WK-MSG-ADV2
                PERFORM 9300-ADVERTENCIA
                GO  TO  ENTRAR-PEDIDO-RECEBE
           END-READ.
           IF  NOT PCO-ABERTO AND NOT PCO-PARCIAL
               MOVE "Pedido ja recebido ou cancelado...     "
                                   TO WK-MSG-ADV1
               MOVE "Nada a receber neste pedido...         "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-PEDIDO-RECEBE.
           MOVE PCO-FOR-COD TO FOR-COD WS-FOR-ED.
           READ ARQFOR INVALID KEY
               MOVE "NAO CADASTRADO" TO FOR-NOME
           END-READ.
           DISPLAY WS-FOR-ED AT 1025 WITH REVERSE-VIDEO.
           DISPLAY FOR-NOME(1:40) AT 1035 WITH REVERSE-VIDEO.
       ENTRAR-NOTA-FOR.
           MOVE ZEROS TO WS-NOTA-FOR.
           ACCEPT WS-NOTA-FOR AT 1125 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              GO  TO  ROT-RECEBE-EXIT
           END-IF
           IF  WS-NOTA-FOR EQUAL ZEROS
               MOVE "Nota do fornecedor deve ser informada.."
                                   TO WK-MSG-ADV1
               MOVE "Informe o numero da nota recebida...   "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-NOTA-FOR.
           MOVE ZEROS TO WS-VL-RECEBIDO WS-ITENS-MOVIDOS
                         WS-BKO-AGUARDANDO.
           MOVE "NAO" TO WS-REC-PARA.
           MOVE "REC" TO WS-PCI-MODO.
           PERFORM PERCORRE-ITENS-COMPRA THRU
                   PERCORRE-ITENS-COMPRA-EXIT.
           IF  WS-ITENS-MOVIDOS EQUAL ZEROS
               GO  TO  ROT-RECEBE-EXIT.
           PERFORM ATUALIZA-SITUACAO THRU ATUALIZA-SITUACAO-EXIT.
           MOVE "HBCMP001"              TO WS-LOG-PROGRAMA.
           MOVE "RECEBEU MERCADORIA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE WS-ITENS-MOVIDOS TO WS-ITEM-ED.
           MOVE SPACES TO MSG.
           STRING "Itens recebidos: " WS-ITEM-ED
                  " - situacao " WS-SIT-DESC
                  DELIMITED BY SIZE INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           IF  WS-BKO-AGUARDANDO GREATER THAN ZEROS
               MOVE WS-BKO-AGUARDANDO TO WS-BKO-AGU-ED
               MOVE SPACES TO WK-MSG-ADV1
               STRING "Ha " WS-BKO-AGU-ED
                      " pendencia(s) aguardando os itens"
                      DELIMITED BY SIZE INTO WK-MSG-ADV1
               MOVE "Atenda pelo relatorio de pendencias... "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA.
       ROT-RECEBE-EXIT.
           EXIT.

       PERCORRE-ITENS-COMPRA.
           MOVE "NAO" TO WS-PCI-EOF.
           MOVE WS-PCO-NUM TO PCI-NUMERO.
           MOVE ZEROS      TO PCI-ITEM.
           START ARQPCI KEY IS GREATER THAN PCI-CHAVE INVALID KEY
               MOVE "SIM" TO WS-PCI-EOF.
           PERFORM TRATA-ITEM-COMPRA THRU TRATA-ITEM-COMPRA-EXIT
                   UNTIL WS-PCI-EOF EQUAL "SIM".
       PERCORRE-ITENS-COMPRA-EXIT.
           EXIT.

       TRATA-ITEM-COMPRA.
           READ ARQPCI NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-PCI-EOF
                   GO  TO  TRATA-ITEM-COMPRA-EXIT
           END-READ.
           IF  PCI-NUMERO NOT EQUAL WS-PCO-NUM
               MOVE "SIM" TO WS-PCI-EOF
               GO  TO  TRATA-ITEM-COMPRA-EXIT.
           EVALUATE WS-PCI-MODO
               WHEN "REC"
                   IF  PCI-ABERTO OR PCI-PARCIAL
                       PERFORM RECEBE-ITEM THRU RECEBE-ITEM-EXIT
                   END-IF
                   IF  WS-REC-PARA EQUAL "SIM"
                       MOVE "SIM" TO WS-PCI-EOF
                   END-IF
               WHEN "SIT"
                   IF  NOT PCI-CANCELADO
                       ADD 1 TO WS-ITENS-TOTAL
                   END-IF
                   IF  PCI-RECEBIDO
                       ADD 1 TO WS-ITENS-RECEBIDOS
                   END-IF
                   IF  PCI-QTD-RECEBIDA GREATER THAN ZEROS
                       ADD 1 TO WS-ITENS-ENTRADA
                   END-IF
               WHEN "CAN"
                   IF  PCI-ABERTO OR PCI-PARCIAL
                       MOVE "C" TO PCI-SITUACAO
                       REWRITE PCI-REG INVALID KEY
                           PERFORM 9100-RETCOD
                       END-REWRITE
                   END-IF
               WHEN "PEN"
                   IF  PCI-ABERTO OR PCI-PARCIAL
                       COMPUTE WS-VL-ITEM ROUNDED =
                               (PCI-QTD-PEDIDA - PCI-QTD-RECEBIDA)
                               * PCI-VL-UNITARIO
                       ADD WS-VL-ITEM TO WS-VL-PENDENTE
                   END-IF
               WHEN "CMP"
                   PERFORM COMPARA-ITEM THRU COMPARA-ITEM-EXIT
           END-EVALUATE.
       TRATA-ITEM-COMPRA-EXIT.
           EXIT.

       RECEBE-ITEM.
           MOVE PCI-PRO-COD TO PRO-COD WS-PRO-ED.
           READ ARQPRO INVALID KEY
               MOVE "NAO CADASTRADO" TO PRO-DESC
           END-READ.
           DISPLAY WS-PRO-ED AT 1325 WITH REVERSE-VIDEO.
           DISPLAY PRO-DESC(1:30) AT 1340 WITH REVERSE-VIDEO.
           MOVE PCI-QTD-PEDIDA TO WS-QTD-ED.
           DISPLAY WS-QTD-ED AT 1425 WITH REVERSE-VIDEO.
           MOVE PCI-QTD-RECEBIDA TO WS-QTD-ED.
           DISPLAY WS-QTD-ED AT 1525 WITH REVERSE-VIDEO.
           COMPUTE WS-QTD-SALDO = PCI-QTD-PEDIDA - PCI-QTD-RECEBIDA.
       ENTRAR-QTD-RECEBE.
           MOVE WS-QTD-SALDO TO WS-QTD-WK.
           ACCEPT WS-QTD-WK AT 1625 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              MOVE "SIM" TO WS-REC-PARA
              GO  TO  RECEBE-ITEM-EXIT
           END-IF
           MOVE WS-QTD-WK TO WS-QTD.
           IF  WS-QTD EQUAL ZEROS
               GO  TO  RECEBE-ITEM-EXIT.
           IF  WS-QTD GREATER THAN WS-QTD-SALDO
               MOVE "Quantidade acima do saldo do pedido... "
                                   TO WK-MSG-ADV1
               MOVE "Receba no maximo o que falta entregar.."
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-QTD-RECEBE.
       ENTRAR-CUSTO-RECEBE.
           MOVE PCI-VL-UNITARIO TO WS-VLU-WK.
           ACCEPT WS-VLU-WK AT 1725 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              GO  TO  ENTRAR-QTD-RECEBE
           END-IF
           MOVE WS-VLU-WK TO WS-VLU.
           IF  WS-VLU EQUAL ZEROS
               MOVE "Custo unitario deve ser informado...   "
                                   TO WK-MSG-ADV1
               MOVE "Informe o custo da nota...             "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-CUSTO-RECEBE.
           MOVE "Confirma a entrada do item ..." TO WK-MSG-CONF.
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S"
               GO  TO  RECEBE-ITEM-EXIT.
           PERFORM GRAVA-RECEBIMENTO THRU GRAVA-RECEBIMENTO-EXIT.
       RECEBE-ITEM-EXIT.
           EXIT.

       GRAVA-RECEBIMENTO.
           MOVE "OBT"    TO SR-SEQ-FUNCAO.
           MOVE "RECEBE" TO SR-SEQ-NOME.
           CALL "HBSEQ001" USING SR-PARAM-HBSEQ001.
           IF  SR88-SEQ-ERRO-ARQUIVO
               MOVE "Falha no controle de numeracao...      "
                                   TO WK-MSG-ADV1
               MOVE "Recebimento nao foi gravado...         "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  GRAVA-RECEBIMENTO-EXIT.
           MOVE SPACES        TO RCB-REG.
           MOVE SR-SEQ-NUMERO TO RCB-NUMERO.
           MOVE PCI-NUMERO    TO RCB-PCO-NUMERO.
           MOVE PCI-ITEM      TO RCB-ITEM.
           MOVE PCI-PRO-COD   TO RCB-PRO-COD.
           MOVE PCO-FOR-COD   TO RCB-FOR-COD.
           MOVE WK-DATA-SYS   TO RCB-DATA.
           MOVE WS-NOTA-FOR   TO RCB-NOTA-FORNECEDOR.
           MOVE WS-QTD        TO RCB-QUANTIDADE.
           MOVE WS-VLU        TO RCB-VL-CUSTO.
           MOVE LK-USUARIO    TO RCB-USUARIO.
           WRITE RCB-REG INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  GRAVA-RECEBIMENTO-EXIT
           END-WRITE.
           COMPUTE PCI-VL-CUSTO-MEDIO ROUNDED =
                   (PCI-QTD-RECEBIDA * PCI-VL-CUSTO-MEDIO
                    + WS-QTD * WS-VLU)
                   / (PCI-QTD-RECEBIDA + WS-QTD).
           ADD WS-QTD       TO PCI-QTD-RECEBIDA.
           MOVE WK-DATA-SYS TO PCI-DT-ULT-RECEB.
           IF  PCI-QTD-RECEBIDA NOT LESS THAN PCI-QTD-PEDIDA
               MOVE "R" TO PCI-SITUACAO
           ELSE
               MOVE "P" TO PCI-SITUACAO
           END-IF.
           REWRITE PCI-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-REWRITE.
           COMPUTE WS-VL-ITEM ROUNDED = WS-QTD * WS-VLU.
           ADD WS-VL-ITEM TO WS-VL-RECEBIDO.
           ADD 1 TO WS-ITENS-MOVIDOS.
           MOVE "SIM" TO WS-EST-ACHOU.
           MOVE PCI-PRO-COD TO EST-PRO-COD.
           READ ARQEST WITH LOCK INVALID KEY
               MOVE "NAO" TO WS-EST-ACHOU
               MOVE PCI-PRO-COD TO EST-PRO-COD
               MOVE ZEROS TO EST-SALDO EST-MINIMO EST-DT-ULT-MOV
           END-READ.
           ADD WS-QTD       TO EST-SALDO.
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
           MOVE "ENT"       TO WS-KDX-TIPO.
           MOVE WS-QTD      TO WS-KDX-QTD.
           MOVE "C"         TO WS-KDX-DOC-TIPO.
           MOVE WS-PCO-NUM  TO WS-KDX-DOC-NUM.
           MOVE ZEROS       TO WS-KDX-CLI.
           PERFORM GRAVA-KARDEX THRU GRAVA-KARDEX-EXIT.
           PERFORM CONTA-BACKORDER THRU CONTA-BACKORDER-EXIT.
       GRAVA-RECEBIMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PENDENCIAS DE ENTREGA AGUARDANDO O PRODUTO            *
      *----------------------------------------------------------*
       CONTA-BACKORDER.
           MOVE "NAO" TO WS-BKO-EOF.
           MOVE EST-PRO-COD TO BKO-PRO-COD.
           MOVE ZEROS       TO BKO-DATA BKO-PEDIDO BKO-ITEM.
           START ARQBKO KEY IS NOT LESS THAN BKO-CHAVE INVALID KEY
               MOVE "SIM" TO WS-BKO-EOF.
           PERFORM CONTA-BACKORDER-LE THRU CONTA-BACKORDER-LE-EXIT
                   UNTIL WS-BKO-EOF EQUAL "SIM".
       CONTA-BACKORDER-EXIT.
           EXIT.

       CONTA-BACKORDER-LE.
           READ ARQBKO NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-BKO-EOF
                   GO  TO  CONTA-BACKORDER-LE-EXIT
           END-READ.
           IF  BKO-PRO-COD NOT EQUAL EST-PRO-COD
               MOVE "SIM" TO WS-BKO-EOF
               GO  TO  CONTA-BACKORDER-LE-EXIT.
           MOVE BKO-PEDIDO TO PED-PEDIDO.
           READ ARQPED KEY IS PED-PEDIDO INVALID KEY
               GO  TO  CONTA-BACKORDER-LE-EXIT
           END-READ.
           IF  PED-ABERTO
               AND PED-CLI-COD EQUAL BKO-CLI-COD
               ADD 1 TO WS-BKO-AGUARDANDO.
       CONTA-BACKORDER-LE-EXIT.
           EXIT.

       ATUALIZA-SITUACAO.
           MOVE ZEROS TO WS-ITENS-TOTAL WS-ITENS-RECEBIDOS
                         WS-ITENS-ENTRADA.
           MOVE "SIT" TO WS-PCI-MODO.
           PERFORM PERCORRE-ITENS-COMPRA THRU
                   PERCORRE-ITENS-COMPRA-EXIT.
           MOVE WS-PCO-NUM TO PCO-NUMERO.
           READ ARQPCO WITH LOCK INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  ATUALIZA-SITUACAO-EXIT
           END-READ.
           IF  WS-ITENS-RECEBIDOS EQUAL WS-ITENS-TOTAL
               MOVE "R" TO PCO-SITUACAO
           ELSE
               IF  WS-ITENS-ENTRADA GREATER THAN ZEROS
                   MOVE "P" TO PCO-SITUACAO
               END-IF
           END-IF.
           ADD WS-VL-RECEBIDO TO PCO-VL-RECEBIDO.
           MOVE WK-DATA-SYS   TO PCO-DT-ULT-RECEB.
           REWRITE PCO-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-REWRITE.
           PERFORM DESCREVE-SITUACAO THRU DESCREVE-SITUACAO-EXIT.
       ATUALIZA-SITUACAO-EXIT.
           EXIT.

       DESCREVE-SITUACAO.
           EVALUATE TRUE
               WHEN PCO-ABERTO    MOVE "ABERTO    " TO WS-SIT-DESC
               WHEN PCO-PARCIAL   MOVE "PARCIAL   " TO WS-SIT-DESC
               WHEN PCO-RECEBIDO  MOVE "RECEBIDO  " TO WS-SIT-DESC
               WHEN PCO-CANCELADO MOVE "CANCELADO " TO WS-SIT-DESC
               WHEN OTHER         MOVE SPACES       TO WS-SIT-DESC
           END-EVALUATE.
       DESCREVE-SITUACAO-EXIT.
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
           MOVE "HBCMP001"      TO KDX-PROGRAMA.
           MOVE LK-USUARIO      TO KDX-USUARIO.
           WRITE KDX-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-WRITE.
       GRAVA-KARDEX-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CANCELAMENTO DO SALDO NAO RECEBIDO                    *
      *----------------------------------------------------------*
       ROT-CANCELA.
           MOVE "NAO" TO WS-PCO-OK.
           MOVE ZEROS TO WS-PCO-NUM.
           DISPLAY "Pedido de compra:" AT 2103.
           ACCEPT WS-PCO-NUM AT 2121 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           DISPLAY "                              " AT 2103.
           IF  TECLA EQUAL "01" OR WS-PCO-NUM EQUAL ZEROS
               GO  TO  ROT-CANCELA-EXIT.
           MOVE WS-PCO-NUM TO PCO-NUMERO.
           READ ARQPCO INVALID KEY
                MOVE "Pedido de compra nao cadastrado...     "
                                    TO WK-MSG-ADV1
                MOVE "Informe o numero do pedido...          "
                                    TO WK-MSG-ADV2
                PERFORM 9300-ADVERTENCIA
                GO  TO  ROT-CANCELA-EXIT
           END-READ.
           IF  NOT PCO-ABERTO AND NOT PCO-PARCIAL
               MOVE "Pedido ja recebido ou cancelado...     "
                                   TO WK-MSG-ADV1
               MOVE "Nada a cancelar neste pedido...        "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ROT-CANCELA-EXIT.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT.
           MOVE "Cancela o saldo nao recebido ..." TO WK-MSG-CONF.
           MOVE "N" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S" AND WK-CONFIRMA NOT EQUAL "s"
               GO  TO  ROT-CANCELA-EXIT.
           MOVE "CAN" TO WS-PCI-MODO.
           PERFORM PERCORRE-ITENS-COMPRA THRU
                   PERCORRE-ITENS-COMPRA-EXIT.
           MOVE WS-PCO-NUM TO PCO-NUMERO.
           READ ARQPCO WITH LOCK INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  ROT-CANCELA-EXIT
           END-READ.
           MOVE "C"         TO PCO-SITUACAO.
           MOVE WK-DATA-SYS TO PCO-DT-CANCELAMENTO.
           MOVE LK-USUARIO  TO PCO-USU-CANCELAMENTO.
           REWRITE PCO-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-REWRITE.
           MOVE "HBCMP001"              TO WS-LOG-PROGRAMA.
           MOVE "CANCELOU PED. COMPRA"  TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ROT-CANCELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PEDIDOS PENDENTES POR FORNECEDOR E DATA PREVISTA      *
      *----------------------------------------------------------*
       ROT-PENDENTES.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELPCP"   TO SR-REL-BASE.
           MOVE "HBCMP001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "PEDIDOS DE COMPRA PENDENTES EM " WK-DATA-SYS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-FOR-ANTERIOR WS-VL-FORNECEDOR WS-VL-GERAL
                         WS-QTD-PEDIDOS WS-QTD-ATRASADOS.
           MOVE "NAO" TO WS-PCO-EOF.
           MOVE ZEROS TO PCO-FOR-COD PCO-DT-PREVISTA.
           START ARQPCO KEY IS NOT LESS THAN PCO-FOR-PREVISTA
               INVALID KEY
                   MOVE "SIM" TO WS-PCO-EOF.
           PERFORM PENDENTE-UM-PEDIDO THRU PENDENTE-UM-PEDIDO-EXIT
                   UNTIL WS-PCO-EOF EQUAL "SIM".
           PERFORM PENDENTE-TOTAL-FOR THRU PENDENTE-TOTAL-FOR-EXIT.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-PEDIDOS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PEDIDOS PENDENTES.....: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-ATRASADOS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "COM ENTREGA ATRASADA..: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-VL-GERAL TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR A RECEBER.......: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBCMP001"              TO WS-LOG-PROGRAMA.
           MOVE "REL. COMPRAS PEND."    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-PENDENTES-EXIT.
           EXIT.

       PENDENTE-UM-PEDIDO.
           READ ARQPCO NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-PCO-EOF
                   GO  TO  PENDENTE-UM-PEDIDO-EXIT
           END-READ.
           IF  PCO-EMP-COD NOT EQUAL LK-EMP-COD
               GO  TO  PENDENTE-UM-PEDIDO-EXIT.
           IF  NOT PCO-ABERTO AND NOT PCO-PARCIAL
               GO  TO  PENDENTE-UM-PEDIDO-EXIT.
           IF  PCO-FOR-COD NOT EQUAL WS-FOR-ANTERIOR
               PERFORM PENDENTE-TOTAL-FOR THRU
                       PENDENTE-TOTAL-FOR-EXIT
               MOVE PCO-FOR-COD TO WS-FOR-ANTERIOR FOR-COD WS-FOR-ED
               READ ARQFOR INVALID KEY
                   MOVE "NAO CADASTRADO" TO FOR-NOME
               END-READ
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING "FORNECEDOR " WS-FOR-ED " " FOR-NOME(1:40)
                      "  FONE " FOR-FONE
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING "      PEDIDO  EMISSAO  PREVISTA SITUACAO  "
                      "      A RECEBER"
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA.
           MOVE PCO-NUMERO TO WS-PCO-NUM.
           MOVE ZEROS TO WS-VL-PENDENTE.
           MOVE "PEN" TO WS-PCI-MODO.
           PERFORM PERCORRE-ITENS-COMPRA THRU
                   PERCORRE-ITENS-COMPRA-EXIT.
           ADD WS-VL-PENDENTE TO WS-VL-FORNECEDOR WS-VL-GERAL.
           ADD 1 TO WS-QTD-PEDIDOS.
           MOVE SPACES TO WS-ATRASO.
           IF  PCO-DT-PREVISTA LESS THAN WK-DATA-SYS
               MOVE "*ATRASADO*" TO WS-ATRASO
               ADD 1 TO WS-QTD-ATRASADOS.
           PERFORM DESCREVE-SITUACAO THRU DESCREVE-SITUACAO-EXIT.
           MOVE PCO-NUMERO     TO WS-PCO-ED.
           MOVE WS-VL-PENDENTE TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WS-PCO-ED " " PCO-DT-EMISSAO " " PCO-DT-PREVISTA
                  " " WS-SIT-DESC WS-VAL-ED " " WS-ATRASO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       PENDENTE-UM-PEDIDO-EXIT.
           EXIT.

       PENDENTE-TOTAL-FOR.
           IF  WS-FOR-ANTERIOR EQUAL ZEROS
               GO  TO  PENDENTE-TOTAL-FOR-EXIT.
           MOVE WS-VL-FORNECEDOR TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "      TOTAL DO FORNECEDOR            "
                  WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-VL-FORNECEDOR.
       PENDENTE-TOTAL-FOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PEDIDO X RECEBIDO POR PERIODO DE EMISSAO              *
      *----------------------------------------------------------*
       ROT-PEDXREC.
           MOVE WK-DATA-SYS TO WS-DT-INICIAL WS-DT-FINAL.
           MOVE "01"        TO WS-DT-INICIAL(7:2).
           DISPLAY "Emissao de:" AT 2103.
           ACCEPT WS-DT-INICIAL AT 2115 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               DISPLAY "                              " AT 2103
               GO  TO  ROT-PEDXREC-EXIT.
           DISPLAY "ate:" AT 2125.
           ACCEPT WS-DT-FINAL AT 2130 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           DISPLAY "                                     " AT 2103.
           IF  TECLA EQUAL "01"
               GO  TO  ROT-PEDXREC-EXIT.
           MOVE "VAL"         TO SR-DAT-FUNCAO.
           MOVE WS-DT-INICIAL TO SR-DAT-DATA1.
           CALL "HBDATA01" USING SR-PARAM-HBDATA01.
           IF  SR88-DAT-OK
               MOVE WS-DT-FINAL TO SR-DAT-DATA1
               CALL "HBDATA01" USING SR-PARAM-HBDATA01.
           IF  NOT SR88-DAT-OK
               OR WS-DT-FINAL LESS THAN WS-DT-INICIAL
               MOVE "Periodo invalido...                    "
                                   TO WK-MSG-ADV1
               MOVE "Informe datas validas (AAAAMMDD)...    "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ROT-PEDXREC-EXIT.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELPCR"   TO SR-REL-BASE.
           MOVE "HBCMP001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "PEDIDO X RECEBIDO - EMISSAO DE " WS-DT-INICIAL
                  " A " WS-DT-FINAL
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-QTD-PEDIDOS WS-VL-PEDIDO-GERAL
                         WS-VL-RECEB-GERAL.
           MOVE "NAO" TO WS-PCO-EOF.
           MOVE ZEROS TO PCO-NUMERO.
           START ARQPCO KEY IS NOT LESS THAN PCO-NUMERO INVALID KEY
               MOVE "SIM" TO WS-PCO-EOF.
           PERFORM COMPARA-UM-PEDIDO THRU COMPARA-UM-PEDIDO-EXIT
                   UNTIL WS-PCO-EOF EQUAL "SIM".
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-PEDIDOS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PEDIDOS NO PERIODO....: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-VL-PEDIDO-GERAL TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR PEDIDO..........: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-VL-RECEB-GERAL TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR RECEBIDO........: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBCMP001"              TO WS-LOG-PROGRAMA.
           MOVE "REL. PEDIDO X RECEB."  TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-PEDXREC-EXIT.
           EXIT.

       COMPARA-UM-PEDIDO.
           READ ARQPCO NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-PCO-EOF
                   GO  TO  COMPARA-UM-PEDIDO-EXIT
           END-READ.
           IF  PCO-EMP-COD NOT EQUAL LK-EMP-COD
               OR PCO-DT-EMISSAO LESS THAN WS-DT-INICIAL
               OR PCO-DT-EMISSAO GREATER THAN WS-DT-FINAL
               GO  TO  COMPARA-UM-PEDIDO-EXIT.
           ADD 1 TO WS-QTD-PEDIDOS.
           MOVE PCO-FOR-COD TO FOR-COD WS-FOR-ED.
           READ ARQFOR INVALID KEY
               MOVE "NAO CADASTRADO" TO FOR-NOME
           END-READ.
           PERFORM DESCREVE-SITUACAO THRU DESCREVE-SITUACAO-EXIT.
           MOVE PCO-NUMERO TO WS-PCO-ED WS-PCO-NUM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "PEDIDO " WS-PCO-ED " EMISSAO " PCO-DT-EMISSAO
                  " FORNECEDOR " WS-FOR-ED " " FOR-NOME(1:30)
                  " " WS-SIT-DESC
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "  IT       PRODUTO DESCRICAO                 "
                  "   PEDIDO   RECEBIDO   DIFERENCA"
                  "  CUSTO PED. CUSTO REC."
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "CMP" TO WS-PCI-MODO.
           PERFORM PERCORRE-ITENS-COMPRA THRU
                   PERCORRE-ITENS-COMPRA-EXIT.
       COMPARA-UM-PEDIDO-EXIT.
           EXIT.

       COMPARA-ITEM.
           MOVE PCI-PRO-COD TO PRO-COD WS-PRO-ED.
           READ ARQPRO INVALID KEY
               MOVE "NAO CADASTRADO" TO PRO-DESC
           END-READ.
           COMPUTE WS-DIF-QTD = PCI-QTD-RECEBIDA - PCI-QTD-PEDIDA.
           COMPUTE WS-VL-ITEM ROUNDED =
                   PCI-QTD-PEDIDA * PCI-VL-UNITARIO.
           ADD WS-VL-ITEM TO WS-VL-PEDIDO-GERAL.
           COMPUTE WS-VL-ITEM ROUNDED =
                   PCI-QTD-RECEBIDA * PCI-VL-CUSTO-MEDIO.
           ADD WS-VL-ITEM TO WS-VL-RECEB-GERAL.
           MOVE PCI-ITEM           TO WS-ITEM-ED.
           MOVE PCI-QTD-PEDIDA     TO WS-QTD-ED.
           MOVE PCI-QTD-RECEBIDA   TO WS-QTD2-ED.
           MOVE WS-DIF-QTD         TO WS-DIF-ED.
           MOVE PCI-VL-UNITARIO    TO WS-VLU-ED.
           MOVE PCI-VL-CUSTO-MEDIO TO WS-VLU2-ED.
           MOVE SPACES TO REL-LINHA.
           IF  PCI-CANCELADO
               STRING " " WS-ITEM-ED " " WS-PRO-ED " " PRO-DESC(1:25)
                      " " WS-QTD-ED " " WS-QTD2-ED " " WS-DIF-ED
                      " " WS-VLU-ED " " WS-VLU2-ED " CANC."
                      DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING " " WS-ITEM-ED " " WS-PRO-ED " " PRO-DESC(1:25)
                      " " WS-QTD-ED " " WS-QTD2-ED " " WS-DIF-ED
                      " " WS-VLU-ED " " WS-VLU2-ED
                      DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
       COMPARA-ITEM-EXIT.
           EXIT.

       CONFIRMA.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT
           MOVE "S" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
       CONFIRMA-EXIT.
           EXIT.

       OFERECE-VISUALIZAR.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT.
           MOVE "Visualizar o relatorio agora ..." TO WK-MSG-CONF.
           MOVE "N" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
           IF  WK-CONFIRMA EQUAL "S" OR "s"
               MOVE WS-CAMINHO-REL TO LK-ARQ-REL
               CALL "HBVIS001" USING LK-TRANSFERENCIA
               END-CALL
               CANCEL "HBVIS001"
               MOVE SPACES TO LK-ARQ-REL.
       OFERECE-VISUALIZAR-EXIT.
           EXIT.

       ABRE-ARQUIVOS.
           MOVE "HBCMP001 " TO LK-PGM(2).
           MOVE "HBCMP001 " TO WK-COD-PGM.
           MOVE " PEDIDOS DE COMPRA" TO WK-DESC-PGM.
           ACCEPT WK-DATA  FROM DATE.
           ACCEPT WK-HORA  FROM TIME.
           MOVE WK-DIA            TO WK-DIA-SALVO.
           MOVE WK-ANO            TO WK-DIA.
           MOVE WK-DIA-SALVO      TO WK-ANO.
           PERFORM 9000-ANO2000.
           MOVE WK-DATA-MIL       TO WK-DATA-SYS.
           MOVE WK-DIA-INV        TO WK-DIA-EXT.
           MOVE WK-ANO-INV        TO WK-ANO-EXT.
           MOVE WK-MES-R (WK-MES-INV) TO WK-MES-EXT.
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "ARQPCO.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PCO PCO-ARQ-WK.
           OPEN I-O ARQPCO.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQPCO
              CLOSE ARQPCO
              OPEN I-O ARQPCO
           END-IF
           MOVE " PED.COMPR"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPCI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PCI PCI-ARQ-WK.
           OPEN I-O ARQPCI.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQPCI
              CLOSE ARQPCI
              OPEN I-O ARQPCI
           END-IF
           MOVE " ITENS PCO"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQRCB.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-RCB RCB-ARQ-WK.
           OPEN I-O ARQRCB.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQRCB
              CLOSE ARQRCB
              OPEN I-O ARQRCB
           END-IF
           MOVE " RECEBIMEN"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQFOR.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-FOR FOR-ARQ-WK.
           OPEN INPUT ARQFOR.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQFOR
              CLOSE ARQFOR
              OPEN INPUT ARQFOR
           END-IF
           MOVE " FORNECED."           TO WK-MSG-RT2.
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

           MOVE "ARQPRO.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PRO PRO-ARQ-WK.
           OPEN INPUT ARQPRO.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPRO
              CLOSE ARQPRO
              OPEN INPUT ARQPRO
           END-IF
           MOVE " PRODUTOS "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN INPUT ARQPED.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPED
              CLOSE ARQPED
              OPEN INPUT ARQPED
           END-IF
           MOVE " PEDIDOS  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQBKO.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-BKO BKO-ARQ-WK.
           OPEN INPUT ARQBKO.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQBKO
              CLOSE ARQBKO
              OPEN INPUT ARQBKO
           END-IF
           MOVE " PENDENCIA"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBCMP001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FINALIZA.
           MOVE "HBCMP001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQPCO.
           CLOSE ARQPCI.
           CLOSE ARQRCB.
           CLOSE ARQFOR.
           CLOSE ARQEST.
           CLOSE ARQKDX.
           CLOSE ARQPRO.
           CLOSE ARQPED.
           CLOSE ARQBKO.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.

       MENSAGEM.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT
           PERFORM TEST AFTER UNTIL TECLA = "01"
                   MOVE SPACES TO AUXILIAR
                   DISPLAY G-TMSG DISPLAY MSG AT 2332
                   ACCEPT AUXILIAR AT 2580 WITH AUTO-SKIP
                   ACCEPT TECLA FROM ESCAPE KEY
           END-PERFORM
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA.
       MENSAGEM-EXIT.
           EXIT.

       SALVA-TELA.
           call "CBL_READ_SCR_CHATTRS" using screen-origin(1)
                          screen-buffer(1)
                          screen-attrs(1)
                          screen-string-length(1).
       SALVA-TELA-EXIT.
           EXIT.

       RESTAURA-TELA.
           call "CBL_WRITE_SCR_CHATTRS" using screen-origin(1)
                      screen-buffer(1)
                      screen-attrs(1)
                      screen-string-length(1).
       RESTAURA-TELA-EXIT.
           EXIT.

       JORNAL-EST.
           MOVE "ARQEST"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-EST            TO SR-JRN-CAMINHO.
           MOVE EST-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-EST-EXIT.
           EXIT.

       9700-GRAVA-LOG SECTION.
       9700-000.
           MOVE WS-CAMINHO               TO WS-CAMINHO-SALVO.
           MOVE "C:\HBSIS\DB\ARQLOG.DAT" TO WS-CAMINHO.
           OPEN EXTEND ARQLOG.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQLOG
               CLOSE ARQLOG
               OPEN EXTEND ARQLOG
           END-IF.
           ACCEPT WK-DATA FROM DATE.
           ACCEPT WK-HORA FROM TIME.
           MOVE WK-DIA                   TO WK-DIA-SALVO.
           MOVE WK-ANO                   TO WK-DIA.
           MOVE WK-DIA-SALVO             TO WK-ANO.
           MOVE WK-DIA                   TO LOG-DIA.
           MOVE WK-MES                   TO LOG-MES.
           MOVE WK-ANO                   TO LOG-ANO.
           MOVE WK-HORA                  TO LOG-HORA.
           MOVE LK-USUARIO               TO LOG-USUARIO.
           MOVE WS-LOG-PROGRAMA          TO LOG-PROGRAMA.
           MOVE WS-LOG-ACAO              TO LOG-ACAO.
           WRITE LOG-REG.
           CLOSE ARQLOG.
           MOVE WS-CAMINHO-SALVO         TO WS-CAMINHO.
       9700-EXIT.
           EXIT.

      *    JOURNAL DO MOVIMENTO (HBJRN002): BASE DA REAPLICACAO
      *    APOS A RESTAURACAO DE UM BACKUP (HBJRN001)
       9800-GRAVA-JORNAL SECTION.
       9800-000.
           MOVE "GRV"                    TO SR-JRN-FUNCAO.
           MOVE LK-EMP-COD               TO SR-JRN-EMP-COD.
           MOVE LK-USUARIO               TO SR-JRN-USUARIO.
           MOVE "HBCMP001"               TO SR-JRN-PROGRAMA.
           CALL "HBJRN002" USING SR-PARAM-HBJRN002.
           IF  SR88-JRN-ERRO-ARQUIVO
               MOVE "HBCMP001"           TO WS-LOG-PROGRAMA
               MOVE "ERRO NO JOURNAL"    TO WS-LOG-ACAO
               PERFORM 9700-GRAVA-LOG.
       9800-EXIT.
           EXIT.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCURSOR.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".
