           organization is line sequential
           file status is ws-theme-file-status.

           select recent-customer-file assign "custrecu.ism"
           organization is indexed
           record key is rcu-username
           access is dynamic
           file status is ws-recent-file-status.

      *select xml-stream assign "out.xml"
      *      organization  is xml
      *      document-type is "group"
           03  thm-rec-green           pic 9(3).
           03  thm-rec-blue            pic 9(3).

      ***** The operator's recently-used customers, most recent
      ***** first, as customer.cbl's Load-Record keeps them.
      ***** rcu-pick-code is how a pick from the File menu reaches
      ***** Load-Record.
       fd  recent-customer-file.
       01  recent-customer-record.
           03  rcu-username            pic x(20).
           03  rcu-pick-code           pic x(5).
           03  rcu-count               pic 9(2).
           03  rcu-recent.
             78  max-recent-customers      value 9.
               05  rcu-entry occurs max-recent-customers.
                   07  rcu-c-code      pic x(5).
                   07  rcu-c-name      pic x(15).

       working-storage section.
       copy "mfres.cpy".
      ************************************************************************
           88  icon-map-status-ok         value "00".
           88  icon-map-status-not-found  value "35".

       01  ws-recent-file-status  pic xx.
           88  recent-status-ok           value "00".
           88  recent-status-not-found    value "35".

      ***** Recently-used customers on the File menu. Each time the
      ***** File popup drops down, Refresh-Recent-Customers puts the
      ***** operator's list from custrecu.ism at its foot as owner-
      ***** draw items - a separator, then "&1 code  name" and so
      ***** on - with recent-menu-details standing in for
      ***** menu-details as their item data, so WM-MEASUREITEM and
      ***** DrawMenuItem paint them like any other entry. They carry
      ***** ids from recent-menu-base-id up (the separator takes the
      ***** base id itself), well clear of the screenset's own
      ***** command ids. Picking one stores its code in
      ***** rcu-pick-code and sends the window its own Load command
      ***** - the menu item captioned ws-recent-load-caption, "&"
      ***** mnemonic ignored - so customer.cbl loads it exactly as
      ***** if the code had been keyed. Their use count is preset at
      ***** the demotion threshold so they are never drawn dimmed.
       78  recent-menu-base-id     value 9000.
       78  max-recent-menu-items   value 10.

       01  recent-menu-details occurs max-recent-menu-items.
           03  recent-menu-str            pic x(max-menu-string).
           03  recent-menu-str-len        pic 9(9) comp-5 value 0.
           03  recent-menu-icon           HICON.
           03  recent-menu-ftype          UINT.
           03  recent-menu-item-id        UINT.
           03  recent-menu-use-count      pic 9(9) comp-5 value 0.
           03  recent-menu-parent-hmenu   HMENU.
           03  recent-menu-position       pic 9(9) comp-5 value 0.
           03  recent-menu-owner-hwnd     HWND.
       01  ws-recent-item-count    pic 9(4) comp-5 value 0.
       01  ws-recent-sub           pic 9(4) comp-5.
       01  ws-recent-char-ix       pic 9(4) comp-5.
       01  ws-recent-id            uint.
       01  ws-recent-number        pic 9.
       01  ws-recent-env-name      pic x(20) value "USERNAME".
       01  ws-recent-username      pic x(20).
       01  ws-recent-env-rc        pic s9(9) comp-5.
       01  ws-recent-load-caption  pic x(4)  value "Load".
       01  ws-recent-caption       pic x(max-menu-string).
       01  ws-recent-caption-len   pic 9(4) comp-5.
       01  ws-recent-load-id       pic 9(9) comp-5.

       01 ws-rgb           pic 9(9) COMP-5.
       01 ws-rgb-redef     redefines ws-rgb.
          03  ws-rgb-red   pic x    comp-5.
       01 lnk-wParam.
           03 lnk-wParam-LoWord        pic 9(4) comp-5.
           03 lnk-wParam-HiWord        pic 9(4) comp-5.
       01 lnk-wParam-ptr pointer redefines lnk-wParam.
       01 lnk-lParam.
           03 lnk-lParam-LoWord        pic 9(4) comp-5.
           03 lnk-lParam-HiWord        pic 9(4) comp-5.
               perform Show-Menu-Tooltip
               perform Forward-To-Old-WinProc

              when WM-INITMENUPOPUP
      ****************************************************************
      *     Bring the recently-used customers at the foot of the File
      *     menu up to date before it is shown, then pass the message
      *     on exactly as "when other" below does.
      ****************************************************************
               perform Refresh-Recent-Customers
               perform Forward-To-Old-WinProc

      *       when WM-SYSCOLORCHANGE
      *         DISPLAY "Hello"
              when WM-COMMAND
      ****************************************************************
      *     A recently-used customer is turned into the screen's own
      *     Load command. Anything else has the picked item's usage
      *     count bumped (for the personalized-menu demotion in
      *     DrawMenuItem) before passing the message on exactly as
      *     "when other" below does.
      ****************************************************************
               if lnk-wParam-LoWord > recent-menu-base-id
                  and lnk-wParam-LoWord <
                               recent-menu-base-id + max-recent-menu-items
                   perform Pick-Recent-Customer
               else
                   perform Track-Menu-Item-Usage
                   perform Forward-To-Old-WinProc
               end-if
              when other
      ****************************************************************
      *     All other messages are despatched to the default         *
           .


      *************************************************************
      *    Rebuilds the recently-used customer entries at the foot
      *    of the File menu (the first popup on the menu bar) as it
      *    drops down. Whatever the popup was given last time is
      *    taken off first, so the entries always match the file;
      *    an operator with no list yet gets nothing added.
      *************************************************************
       Refresh-Recent-Customers section.

           call winapi "GetMenu" using by value lnk-hwnd
               returning anHMENU
           end-call
           call winapi "GetSubMenu" using by value anHMENU
                                          by value 0 size 4
               returning asubHMENU
           end-call
           if asubHMENU = null or asubHMENU not = lnk-wParam-ptr
               exit section
           end-if

           perform varying ws-recent-sub from 0 by 1
                              until ws-recent-sub >= max-recent-menu-items
               compute ws-recent-id = recent-menu-base-id + ws-recent-sub
               call winapi "DeleteMenu" using by value asubHMENU
                                              by value ws-recent-id
                                              by value MF-BYCOMMAND
                   returning ls-bool
               end-call
           end-perform
           move 0 to ws-recent-item-count

           perform get-recent-username
           open input recent-customer-file
           if recent-status-ok
               move ws-recent-username to rcu-username
               read recent-customer-file
                   invalid key
                       move 0 to rcu-count
               end-read
               if rcu-count > 0
                   add 1 to ws-recent-item-count
                   move spaces to recent-menu-str(ws-recent-item-count)
                   move 0 to recent-menu-str-len(ws-recent-item-count)
                   compute recent-menu-ftype(ws-recent-item-count) =
                                       MFT-OWNERDRAW + MFT-SEPARATOR
                   move recent-menu-base-id to
                                  recent-menu-item-id(ws-recent-item-count)
                   perform add-recent-menu-item
                   perform varying ws-recent-sub from 1 by 1
                                      until ws-recent-sub > rcu-count
                       add 1 to ws-recent-item-count
                       move ws-recent-sub to ws-recent-number
                       move spaces to recent-menu-str(ws-recent-item-count)
                       string "&"                       delimited by size
                              ws-recent-number          delimited by size
                              " "                       delimited by size
                              rcu-c-code(ws-recent-sub) delimited by size
                              "  "                      delimited by size
                              rcu-c-name(ws-recent-sub) delimited by size
                              into recent-menu-str(ws-recent-item-count)
                       end-string
                       move 25 to recent-menu-str-len(ws-recent-item-count)
                       move MFT-OWNERDRAW to
                                    recent-menu-ftype(ws-recent-item-count)
                       compute recent-menu-item-id(ws-recent-item-count) =
                                       recent-menu-base-id + ws-recent-sub
                       perform add-recent-menu-item
                   end-perform
               end-if
               close recent-customer-file
           end-if
           .


      *************************************************************
      *    Appends recent-menu-details(ws-recent-item-count) to the
      *    File popup as an owner-draw item, the same MENUITEMINFO
      *    fields OwnDrawProc sets on the screenset's own items.
      *************************************************************
       add-recent-menu-item section.

           set recent-menu-icon(ws-recent-item-count) to null
           move menu-demote-threshold to
                               recent-menu-use-count(ws-recent-item-count)
           move asubHMENU to recent-menu-parent-hmenu(ws-recent-item-count)
           move lnk-hwnd  to recent-menu-owner-hwnd(ws-recent-item-count)
           call winapi "GetMenuItemCount" using by value asubHMENU
               returning ls-menu-count
           end-call
           move ls-menu-count to recent-menu-position(ws-recent-item-count)

           move low-values to ls-menuinfo
           move length of ls-menuinfo to cbsize of ls-menuinfo
           compute fMask of ls-menuinfo = MIIM-FTYPE + MIIM-ID + MIIM-DATA
           move recent-menu-ftype(ws-recent-item-count)
                                             to ftype of ls-menuinfo
           move recent-menu-item-id(ws-recent-item-count)
                                             to wID of ls-menuinfo
           set ws-myptr to address of
                               recent-menu-details(ws-recent-item-count)
           move ws-myptr(1:) to dwItemData(1:) *> of ls-menuinfo
           call winapi "InsertMenuItemA"
                   using by value asubHMENU
                         by value ls-menu-count
                         by value 1 size 4
                         by reference ls-menuinfo
               returning ls-bool
           end-call
           .


      *************************************************************
      *    A recently-used customer has been picked. Its code goes
      *    into the operator's rcu-pick-code and the window is sent
      *    its own Load command in place of this one, so customer.cbl
      *    loads the customer through the usual Load-Record.
      *************************************************************
       Pick-Recent-Customer section.

           compute ws-recent-sub = lnk-wParam-LoWord - recent-menu-base-id
           perform get-recent-username
           open i-o recent-customer-file
           if not recent-status-ok
               exit section
           end-if
           move ws-recent-username to rcu-username
           read recent-customer-file
               invalid key
                   move 0 to rcu-count
           end-read
           if ws-recent-sub > rcu-count
               close recent-customer-file
               exit section
           end-if
           move rcu-c-code(ws-recent-sub) to rcu-pick-code
           rewrite recent-customer-record
               invalid key
                   continue
           end-rewrite
           close recent-customer-file

           perform Find-Load-Command
           if ws-recent-load-id = 0
               display "WARNING : No Load command on this window's "
                       "menu - recent customer not loaded"
               exit section
           end-if
           move ws-recent-load-id to lnk-wParam-LoWord
           move 0                 to lnk-wParam-HiWord
           perform Forward-To-Old-WinProc
           .


      *************************************************************
      *    Finds this window's Load command in menu-details by its
      *    caption, "&" mnemonic markers left out and anything after
      *    a space or tab (an accelerator) ignored. Returns
      *    ws-recent-load-id = 0 when there is none.
      *************************************************************
       Find-Load-Command section.

           move 0 to ws-recent-load-id
           perform varying ws-sub1 from 1 by 1 until ws-sub1 > menu-itemcount
               if menu-owner-hwnd(ws-sub1) = lnk-hwnd
                  and menu-str-len(ws-sub1) > 0
                   move spaces to ws-recent-caption
                   move 0 to ws-recent-caption-len
                   perform varying ws-recent-char-ix from 1 by 1
                              until ws-recent-char-ix > menu-str-len(ws-sub1)
                       if menu-str(ws-sub1)(ws-recent-char-ix:1) not = "&"
                           add 1 to ws-recent-caption-len
                           move menu-str(ws-sub1)(ws-recent-char-ix:1) to
                               ws-recent-caption(ws-recent-caption-len:1)
                       end-if
                   end-perform
                   if ws-recent-caption(1:length of ws-recent-load-caption)
                                            = ws-recent-load-caption
                      and (ws-recent-caption
                             (length of ws-recent-load-caption + 1:1) = space
                        or ws-recent-caption
                             (length of ws-recent-load-caption + 1:1) = x"09")
                       move menu-item-id(ws-sub1) to ws-recent-load-id
                       exit perform
                   end-if
               end-if
           end-perform
           .


       get-recent-username section.

           call "CBL_GET_ENVIRONMENT_VARIABLE" using ws-recent-env-name
                                                     ws-recent-username
               returning ws-recent-env-rc
           end-call
           if ws-recent-env-rc not = 0
               move "UNKNOWN" to ws-recent-username
           end-if
           .


      *************************************************************
      *    Type-ahead search for WM-MENUCHAR. Scans menu-details for
      *    entries belonging to the open popup (lnk-lParam-ptr) whose
