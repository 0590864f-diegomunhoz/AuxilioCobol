001500        88 UORGL002-OK                    VALUE '00'.
001600        88 UORGL002-SEM-ALTERACAO         VALUE '04'.
001700        88 UORGL002-ERRO-SQL              VALUE '99'.
001800     03 UORGL002-CINDCD-GERADO-SIST  PIC X(1).
001900        88 UORGL002-GERADO-SIST           VALUE 'S'.
