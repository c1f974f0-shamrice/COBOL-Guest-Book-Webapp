      ******************************************************************
      * Purpose: Request block for the "message-catalog" program, which
      *          looks up a guest-facing message -- page wording,
      *          validation errors, email subjects and bodies -- in
      *          the message catalog file for a book's language under
      *          the MESSAGE_CATALOG_PATH directory. COPY this into
      *          WORKING-STORAGE (callers) or LINKAGE (message-catalog
      *          itself), same arrangement as template-request.
      *
      *          The caller puts the built-in English wording in
      *          WS-MSG-TEXT before the call. It comes back replaced
      *          by KEY's text from <base>/<language>.msg, or failing
      *          that from <base>/en.msg, or left as it was when
      *          neither file has the key -- so an install without
      *          catalog files reads exactly as before. %%NAME%%
      *          placeholders in whichever text wins are then filled
      *          in from the placeholder table; the caller escapes
      *          any guest-supplied value for where it's going.
      *          FOUND says whether a catalog supplied the text.
      ******************************************************************
       01  WS-MESSAGE-REQUEST.
           05  WS-MSG-BASE-PATH          pic x(256).
           05  WS-MSG-LANGUAGE           pic x(10).
           05  WS-MSG-KEY                pic x(40).
           05  WS-MSG-TEXT               pic x(1024).
           05  WS-MSG-FOUND              pic x.
               88  IS-MSG-FOUND          value "Y".
           05  WS-MSG-PLACEHOLDER-COUNT  pic 9.
           05  WS-MSG-PLACEHOLDER        occurs 4 times.
               10  WS-MSG-PH-KEY         pic x(32).
               10  WS-MSG-PH-VALUE       pic x(256).
