001180         88  ALOG-STATUS-URI-TOO-LONG
001190                                     VALUE '414 '.
001200         88  ALOG-STATUS-BAD-VERSION VALUE '505 '.
001210         88  ALOG-STATUS-THROTTLED   VALUE '429 '.
