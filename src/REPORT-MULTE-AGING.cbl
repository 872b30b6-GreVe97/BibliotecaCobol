                       FROM Multe m
                       LEFT JOIN Utente u ON m.Username = u.Username
                       WHERE m.stato IN ('APERTA', 'CONTESTATA',
                             'IN RISCOSSIONE', 'IN FATTURA')
                       ORDER BY u.Filiale, m.Username
           END-EXEC.

                          SUM(importo - importo_pagato)
                       FROM Multe
                       WHERE stato IN ('APERTA', 'CONTESTATA',
                             'IN RISCOSSIONE', 'IN FATTURA')
                       GROUP BY Username
                       ORDER BY SUM(importo - importo_pagato) DESC
                       FETCH FIRST 10 ROWS ONLY
