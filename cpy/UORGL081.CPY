001400        88 UORGL081-OK                   VALUE '00'.
001500        88 UORGL081-SEM-ALTERACAO        VALUE '04'.
001600        88 UORGL081-ERRO-SQL             VALUE '99'.
001700     03 UORGL081-CINDCD-GERADO-SIST  PIC X(1).
001800        88 UORGL081-GERADO-SIST          VALUE 'S'.
