      * - PROGRAMA DE ZOOM DO CADASTRO DE CLIENTES
      * - PESQUISA POR NOME PARCIAL OU POR CNPJ E DEVOLVE
      *   O CODIGO DO CLIENTE ESCOLHIDO EM LK-COD
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      *
      ****************************************************************
       ENVIRONMENT DIVISION.
       78 esc-arrow             value 27.
       78 down-arrow            value 6.
       COPY "C:\HBSIS\FTT\WRETCOD.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".

       LINKAGE SECTION.
       COPY "C:\HBSIS\FTT\WCTRAN01.WK".
                          screen-attrs
                          screen-string-length.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN INPUT ARQCLI.
           MOVE " CLIENTES " TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.
           EXIT.
      *
       COPY "C:\HBSIS\FTT\MRETCOD.MP".
       COPY "C:\Hbsis\ftt\MCAMINHO.MP".
