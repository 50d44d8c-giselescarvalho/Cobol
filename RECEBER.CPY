      *     (0 = nunca, 2 = 1-30, 3 = 31-60, 4 = mais de 60), para o
      *     titulo nao ser cobrado duas vezes na mesma faixa
            05 REC-FAIXA-COBRADA PIC 9(01).
      *     negativacao no cadastro de inadimplentes (NEGATIVA.cbl):
      *     espaco = nunca, N = aviso previo enfileirado, I = incluido
      *     no orgao de protecao ao credito, B = exclusao enviada
      *     depois do pagamento;
      *     REC-DATA-NEGATIV = data da ultima mudanca. Titulos antigos
      *     tem espacos/zeros
            05 REC-NEGATIVACAO  PIC X(01).
                88 REC-NEG-AVISADO  VALUE 'N'.
                88 REC-NEG-INCLUIDO VALUE 'I'.
                88 REC-NEG-BAIXADO  VALUE 'B'.
            05 REC-DATA-NEGATIV PIC 9(08).
