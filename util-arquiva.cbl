      * nunca e expurgado: o corte e limitado pela competencia
      * fechada do cartao. A consulta aos periodos arquivados e
      * feita pelo UTIL-ARQCON.
      * O arquivo de relatorios do IMPRIME entra com dois cartoes
      * de mesmo prazo, data na coluna 1: RELARQUIVO (linhas) e
      * RELCATALOGO (catalogo do UTIL-RELCON).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
