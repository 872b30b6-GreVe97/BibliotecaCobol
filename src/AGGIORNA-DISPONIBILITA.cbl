                              WHERE e.codiceISBN = l.ISBN
                                AND (e.STATO IN ('SOLO CONSULT',
                                    'RICEVUTO', 'IN CATALOG',
                                    'ETICHETTATO', 'ILL USCITA',
                                    'IN TRANSITO')
                                  OR (e.STATO = 'IN PRESTITO'
                                      AND NOT EXISTS
                                          (SELECT 1
