       P200-ADICIONAR.

           DISPLAY 'TIPO DE MOVIMENTO (P-PAGAMENTO R-REEMBOLSO ...)'.
           DISPLAY '(FOLHA: 1-SALARIO 2-HORAS EXTRA 3-AJUDAS 4-IRS '
                   '5-SEG.SOCIAL 6-FALTAS 7-LIQUIDO)'.
           DISPLAY '(B-VENDAS A BORDO)'.
           ACCEPT GL-TIPO.
           DISPLAY 'CONTA A DEBITAR (6 CARACTERES)'.
           ACCEPT GL-CONTA-DEBITO.
