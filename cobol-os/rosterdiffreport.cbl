                          ==StatusCode== BY ==RgtStatusCode==
                          ==StatusActive== BY ==RgtStatusActive==
                          ==StatusInactive== BY ==RgtStatusInactive==
                          ==StatusGraduated== BY ==RgtStatusGraduated==
                          ==StatusDate== BY ==RgtStatusDate==
                          ==StatusYear== BY ==RgtStatusYear==
                          ==StatusMonth== BY ==RgtStatusMonth==
