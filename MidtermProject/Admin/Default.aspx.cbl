               inherits type System.Web.UI.Page public.
       working-storage section.

      *> How long a privileged change filed for a second ADMIN's
      *> approval stays open before it lapses undecided.
       01 CHANGE-APPROVAL-EXPIRY-HOURS pic 9(4) value 24.

      *> Review fix: a literal or figurative constant passed BY
      *> REFERENCE into CALL ... USING only gets as much storage as
      *> its own length -- the callee's larger LINKAGE SECTION item
               value "ClearLockButton_Click".
       01 WS-SRC-METHOD-SETSTATUS pic x(40)
               value "SetStatusButton_Click".
       01 WS-ACT-REQUEST pic x(10) value "REQUEST".
       01 WS-ACT-LIST pic x(10) value "LIST".
       01 WS-ACT-APPROVE pic x(10) value "APPROVE".
       01 WS-ACT-REJECT pic x(10) value "REJECT".
       01 WS-SPACES-X18 pic x(18) value spaces.
       01 WS-SPACES-X10 pic x(10) value spaces.
       01 WS-ZERO-NUM14 pic 9(14) value 0.
       01 WS-EVT-ADMIN-CHANGE-REQUESTED pic x(30)
               value "ADMIN_CHANGE_REQUESTED".
       01 WS-EVT-ADMIN-CHANGE-APPROVED pic x(30)
               value "ADMIN_CHANGE_APPROVED".
       01 WS-EVT-ADMIN-CHANGE-REJECTED pic x(30)
               value "ADMIN_CHANGE_REJECTED".
       01 WS-EVT-ADMIN-CHANGE-EXPIRED pic x(30)
               value "ADMIN_CHANGE_EXPIRED".
       01 WS-SRC-METHOD-APPROVE pic x(40)
               value "ApproveChangeButton_Click".
       01 WS-SRC-METHOD-REJECT pic x(40)
               value "RejectChangeButton_Click".
       01 WS-ACT-PLACE pic x(10) value "PLACE".
       01 WS-ACT-RELEASE pic x(10) value "RELEASE".
       01 WS-ACT-CHECK pic x(10) value "CHECK".
       01 WS-EVT-ADMIN-LEGAL-HOLD-PLACED pic x(30)
               value "ADMIN_LEGAL_HOLD_PLACED".
       01 WS-EVT-ADMIN-LEGAL-HOLD-RELEASED pic x(30)
               value "ADMIN_LEGAL_HOLD_RELEASED".
       01 WS-SRC-METHOD-PLACEHOLD pic x(40)
               value "PlaceHoldButton_Click".
       01 WS-SRC-METHOD-RELEASEHOLD pic x(40)
               value "ReleaseHoldButton_Click".
       01 WS-ACT-ADDROLE pic x(10) value "ADDROLE".
       01 WS-ACT-GRANT pic x(10) value "GRANT".
       01 WS-ACT-REVOKE pic x(10) value "REVOKE".
       01 WS-ACT-ROLES pic x(10) value "ROLES".
       01 WS-ACT-CAPS pic x(10) value "CAPS".
       01 WS-SPACES-X12 pic x(12) value spaces.
       01 WS-CAP-VIEWMEMBERS pic x(12) value "VIEWMEMBERS".
       01 WS-CAP-SETROLE pic x(12) value "SETROLE".
       01 WS-CAP-SETSTATUS pic x(12) value "SETSTATUS".
       01 WS-CAP-RESETMFA pic x(12) value "RESETMFA".
       01 WS-CAP-CLEARLOCK pic x(12) value "CLEARLOCK".
       01 WS-CAP-APPROVECHG pic x(12) value "APPROVECHG".
       01 WS-CAP-LEGALHOLD pic x(12) value "LEGALHOLD".
       01 WS-CAP-EDITROLES pic x(12) value "EDITROLES".
       01 WS-EVT-PERMISSION-DENIED pic x(30)
               value "PERMISSION_DENIED".
       01 WS-EVT-ROLE-PERMISSION-CHANGED pic x(30)
               value "ROLE_PERMISSION_CHANGED".
       01 WS-SRC-METHOD-PAGELOAD pic x(40)
               value "Page_Load".
       01 WS-SRC-METHOD-SEARCHUSERNAME pic x(40)
               value "SearchUsernameButton_Click".
       01 WS-SRC-METHOD-SEARCHEMAIL pic x(40)
               value "SearchEmailButton_Click".
       01 WS-SRC-METHOD-ADDROLE pic x(40)
               value "AddRoleButton_Click".
       01 WS-SRC-METHOD-GRANTCAP pic x(40)
               value "GrantCapabilityButton_Click".
       01 WS-SRC-METHOD-REVOKECAP pic x(40)
               value "RevokeCapabilityButton_Click".
       01 WS-CAP-RENAMEUSER pic x(12) value "RENAMEUSER".
       01 WS-EVT-ADMIN-RENAME-REQUESTED pic x(30)
               value "ADMIN_RENAME_REQUESTED".
       01 WS-SRC-METHOD-RENAMEUSER pic x(40)
               value "RenameUserButton_Click".

      *> Set by RequireCapability for the handler that called it.
       01 WS-CAP-ALLOWED pic x(1) value "N".

       method-id Page_Load protected.
      *> The admin landing page Login.aspx.cbl routes to. The gate
      *> re-checks the shadow store and the permission matrix on every
      *> request rather than trusting the redirect that got the
      *> browser here -- a bookmarked URL or a role change since
      *> sign-in must not leave this page open. VIEWMEMBERS opens the
      *> console; each button then asks for its own capability, so a
      *> help-desk role can be given CLEARLOCK and nothing else.
       local-storage section.

       procedure division using by value sender as object by value e as type EventArgs.
           if super::User = null
               invoke super::Response::Redirect("~/Account/Login.aspx")
               goback
           end-if
           invoke self::RequireCapability( WS-CAP-VIEWMEMBERS
               WS-SRC-METHOD-PAGELOAD )
           if WS-CAP-ALLOWED not = "Y"
               invoke super::Response::Redirect("~/")
               goback
           end-if
           if not super::IsPostBack
               invoke self::FillRoleDropDown()
           end-if
           invoke self::RefreshChangeQueue()
           invoke self::RefreshHoldList()
           invoke self::RefreshRenameList()
           invoke self::RefreshRoleMatrix()
           goback.
       end method.

       01 mfaEnabled pic x(1).
       01 emailFlag pic x(1).
       01 memberLang pic x(2).
       01 nowTs string.
       01 nowNumeric pic 9(14).
       01 holdList pic x(1000).
       01 holdCount pic 9(4).
       01 retCode pic 9(2).

       procedure division using by value sender as object by value e as type EventArgs.
           invoke self::RequireCapability( WS-CAP-VIEWMEMBERS
               WS-SRC-METHOD-SEARCHUSERNAME )
           if WS-CAP-ALLOWED not = "Y"
               goback
           end-if
           move spaces to targetUser
           move SearchUsernameTextBox::Text to targetUser
           call "MBRADMIN" using WS-ACT-GETDETAIL WS-FILE-MBRUSR
               set DetailStatusLabel::Text to status
               set DetailCreatedLabel::Text to createdTs::ToString()
               set DetailMfaLabel::Text to mfaEnabled
      *> A held account is one the erasure, dormancy and retention
      *> jobs will not touch -- show the matters holding it.
               set nowTs to type DateTime::Now::ToString("yyyyMMddHHmmss")
               move nowTs to nowNumeric
               call "LGLHOLD" using WS-ACT-CHECK targetUser
                   WS-SPACES-X20 WS-SPACES-X50 nowNumeric holdList
                   holdCount retCode
               if holdCount > 0
                   set DetailHoldLabel::Text to String::Concat( "ON LEGAL HOLD: " holdList )
               else
                   set DetailHoldLabel::Text to "None"
               end-if
               set ResultPanel::Visible to true
               set StatusMessageLabel::Visible to false
           else
       01 retCode pic 9(2).

       procedure division using by value sender as object by value e as type EventArgs.
           invoke self::RequireCapability( WS-CAP-VIEWMEMBERS
               WS-SRC-METHOD-SEARCHEMAIL )
           if WS-CAP-ALLOWED not = "Y"
               goback
           end-if
           set email to SearchEmailTextBox::Text
           call "MBRLOOK" using WS-ACT-BYEMAIL WS-FILE-MBRUSR
               WS-SPACES-X50 email WS-SPACES-X20 WS-SPACES-X1
       end method.

       method-id SetRoleButton_Click protected.
      *> Taking a role away (back to MEMBER) applies at once. Handing
      *> out any other role does not -- whatever the permission matrix
      *> lets that role do, it is filed with PENDCHG and only reaches
      *> the member store when a second administrator approves it
      *> from the queue below.
       local-storage section.
       01 auditSessId pic x(40).
       01 targetObj object.
       01 targetUser pic x(50).
       01 newRole pic x(20).
       01 adminUser pic x(50).
       01 changeId pic x(18).
       01 expiresTs string.
       01 expiresNumeric pic 9(14).
       01 changeList pic x(1000).
       01 changeCount pic 9(4).
       01 auditDetail pic x(24).
       01 email pic x(100).
       01 role pic x(20).
       01 status pic x(1).
       01 clientIp pic x(45).

       procedure division using by value sender as object by value e as type EventArgs.
           invoke self::RequireCapability( WS-CAP-SETROLE
               WS-SRC-METHOD-SETROLE )
           if WS-CAP-ALLOWED not = "Y"
               goback
           end-if
           move spaces to auditSessId
           move super::Session::SessionID to auditSessId
           move super::Request::UserHostAddress to clientIp
           set nowTs to type DateTime::Now::ToString("yyyyMMddHHmmss")
           move nowTs to nowNumeric

           if newRole not = "MEMBER"
               move spaces to adminUser
               move super::User::Identity::Name to adminUser
               set expiresTs to type DateTime::Now::AddHours(CHANGE-APPROVAL-EXPIRY-HOURS)::ToString("yyyyMMddHHmmss")
               move expiresTs to expiresNumeric
               call "PENDCHG" using WS-ACT-REQUEST changeId targetUser
                   WS-ACT-SETROLE newRole WS-SPACES-X1 adminUser
                   nowNumeric expiresNumeric changeList changeCount
                   retCode
               evaluate retCode
                   when 0
                       move spaces to auditDetail
                       string "SETROLE=" delimited by size
                           newRole delimited by space
                           into auditDetail
                       call "AUDITDTL" using targetUser
                           WS-EVT-ADMIN-CHANGE-REQUESTED nowNumeric
                           WS-SRC-CLASS-ADMIN WS-SRC-METHOD-SETROLE clientIp auditSessId
                           auditDetail retCode
                       set StatusMessageLabel::Text to "Role change filed. A second administrator must approve it before it takes effect."
                   when 3
                       set StatusMessageLabel::Text to "A role change for this account is already waiting for approval."
                   when other
                       set StatusMessageLabel::Text to "Role change failed."
               end-evaluate
               set StatusMessageLabel::Visible to true
               invoke self::RefreshChangeQueue()
               goback
           end-if

           call "MBRADMIN" using WS-ACT-SETROLE WS-FILE-MBRUSR
               WS-FILE-MFACHAL WS-FILE-ATTMPT-LOGIN targetUser
               email newRole status createdTs mfaEnabled emailFlag memberLang
      *> are force-expired too -- a kill switch that leaves the
      *> attacker signed in is not a kill switch; the per-request
      *> check in Global.asax.cbl signs each device out on its next
      *> request. Taking an account back out of suspended or disabled
      *> is the reverse of a kill switch and is never one admin's call
      *> alone: it is filed with PENDCHG for a second ADMIN to
      *> approve.
       local-storage section.
       01 auditSessId pic x(40).
       01 targetObj object.
       01 targetUser pic x(50).
       01 newStatus pic x(1).
       01 adminUser pic x(50).
       01 changeId pic x(18).
       01 expiresTs string.
       01 expiresNumeric pic 9(14).
       01 changeList pic x(1000).
       01 changeCount pic 9(4).
       01 auditDetail pic x(24).
       01 email pic x(100).
       01 role pic x(20).
       01 status pic x(1).
       01 clientIp pic x(45).

       procedure division using by value sender as object by value e as type EventArgs.
           invoke self::RequireCapability( WS-CAP-SETSTATUS
               WS-SRC-METHOD-SETSTATUS )
           if WS-CAP-ALLOWED not = "Y"
               goback
           end-if
           move spaces to auditSessId
           move super::Session::SessionID to auditSessId
           move super::Request::UserHostAddress to clientIp
           set nowTs to type DateTime::Now::ToString("yyyyMMddHHmmss")
           move nowTs to nowNumeric

           call "MBRADMIN" using WS-ACT-GETDETAIL WS-FILE-MBRUSR
               WS-FILE-MFACHAL WS-FILE-ATTMPT-LOGIN targetUser
               email role status createdTs mfaEnabled emailFlag memberLang
               retCode
           if retCode = 0
               and (status = "S" or status = "D")
               and newStatus not = status
               move spaces to adminUser
               move super::User::Identity::Name to adminUser
               set expiresTs to type DateTime::Now::AddHours(CHANGE-APPROVAL-EXPIRY-HOURS)::ToString("yyyyMMddHHmmss")
               move expiresTs to expiresNumeric
               call "PENDCHG" using WS-ACT-REQUEST changeId targetUser
                   WS-ACT-SETSTATUS WS-SPACES-X20 newStatus adminUser
                   nowNumeric expiresNumeric changeList changeCount
                   retCode
               evaluate retCode
                   when 0
                       move spaces to auditDetail
                       string "SETSTATUS=" delimited by size
                           newStatus delimited by size
                           into auditDetail
                       call "AUDITDTL" using targetUser
                           WS-EVT-ADMIN-CHANGE-REQUESTED nowNumeric
                           WS-SRC-CLASS-ADMIN WS-SRC-METHOD-SETSTATUS clientIp auditSessId
                           auditDetail retCode
                       set StatusMessageLabel::Text to "Status change filed. A second administrator must approve it before it takes effect."
                   when 3
                       set StatusMessageLabel::Text to "A status change for this account is already waiting for approval."
                   when other
                       set StatusMessageLabel::Text to "Status change failed."
               end-evaluate
               set StatusMessageLabel::Visible to true
               invoke self::RefreshChangeQueue()
               goback
           end-if

           call "MBRADMIN" using WS-ACT-SETSTATUS WS-FILE-MBRUSR
               WS-FILE-MFACHAL WS-FILE-ATTMPT-LOGIN targetUser
               email role newStatus createdTs mfaEnabled emailFlag memberLang
       end method.

       method-id ResetMfaButton_Click protected.
      *> An MFA reset is how an account takeover finishes the job, so
      *> it is never applied from here directly: the reset is filed
      *> with PENDCHG and MBRADMIN only runs it once a second ADMIN
      *> approves it from the queue below.
       local-storage section.
       01 auditSessId pic x(40).
       01 targetObj object.
       01 targetUser pic x(50).
       01 adminUser pic x(50).
       01 changeId pic x(18).
       01 expiresTs string.
       01 expiresNumeric pic 9(14).
       01 changeList pic x(1000).
       01 changeCount pic 9(4).
       01 auditDetail pic x(24).
       01 nowTs string.
       01 nowNumeric pic 9(14).
       01 retCode pic 9(2).
       01 clientIp pic x(45).

       procedure division using by value sender as object by value e as type EventArgs.
           invoke self::RequireCapability( WS-CAP-RESETMFA
               WS-SRC-METHOD-RESETMFA )
           if WS-CAP-ALLOWED not = "Y"
               goback
           end-if
           move spaces to auditSessId
           move super::Session::SessionID to auditSessId
           move super::Request::UserHostAddress to clientIp
               goback
           end-if
           move targetObj::ToString() to targetUser
           move spaces to adminUser
           move super::User::Identity::Name to adminUser
           set nowTs to type DateTime::Now::ToString("yyyyMMddHHmmss")
           move nowTs to nowNumeric
           set expiresTs to type DateTime::Now::AddHours(CHANGE-APPROVAL-EXPIRY-HOURS)::ToString("yyyyMMddHHmmss")
           move expiresTs to expiresNumeric

           call "PENDCHG" using WS-ACT-REQUEST changeId targetUser
               WS-ACT-RESETMFA WS-SPACES-X20 WS-SPACES-X1 adminUser
               nowNumeric expiresNumeric changeList changeCount retCode

           evaluate retCode
               when 0
                   move spaces to auditDetail
                   move WS-ACT-RESETMFA to auditDetail
                   call "AUDITDTL" using targetUser
                       WS-EVT-ADMIN-CHANGE-REQUESTED nowNumeric
                       WS-SRC-CLASS-ADMIN WS-SRC-METHOD-RESETMFA clientIp auditSessId
                       auditDetail retCode
                   set StatusMessageLabel::Text to "MFA reset filed. A second administrator must approve it before it takes effect."
               when 3
                   set StatusMessageLabel::Text to "An MFA reset for this account is already waiting for approval."
               when other
                   set StatusMessageLabel::Text to "MFA reset failed."
           end-evaluate
           set StatusMessageLabel::Visible to true
           invoke self::RefreshChangeQueue()
           goback.
       end method.

       01 clientIp pic x(45).

       procedure division using by value sender as object by value e as type EventArgs.
           invoke self::RequireCapability( WS-CAP-CLEARLOCK
               WS-SRC-METHOD-CLEARLOCK )
           if WS-CAP-ALLOWED not = "Y"
               goback
           end-if
           move spaces to auditSessId
           move super::Session::SessionID to auditSessId
           move super::Request::UserHostAddress to clientIp
           goback.
       end method.

       method-id ApproveChangeButton_Click protected.
      *> The second half of the two-person rule. PENDCHG refuses an
      *> approval from the admin who filed the request, and one made
      *> after the request lapsed; on approval it runs the change
      *> through MBRADMIN itself. The decision is audited against the
      *> account, followed by the same ADMIN_* change event the
      *> console always wrote, so reports keyed on those events see
      *> the change land exactly as before.
       local-storage section.
       01 auditSessId pic x(40).
       01 adminUser pic x(50).
       01 changeId pic x(18).
       01 targetUser pic x(50).
       01 changeType pic x(10).
       01 newRole pic x(20).
       01 newStatus pic x(1).
       01 expiresNumeric pic 9(14).
       01 changeList pic x(1000).
       01 changeCount pic 9(4).
       01 auditDetail pic x(24).
       01 nowTs string.
       01 nowNumeric pic 9(14).
       01 expiredSessId pic x(40).
       01 sessionStatus pic x(1).
       01 retCode pic 9(2).

       01 clientIp pic x(45).

       procedure division using by value sender as object by value e as type EventArgs.
           invoke self::RequireCapability( WS-CAP-APPROVECHG
               WS-SRC-METHOD-APPROVE )
           if WS-CAP-ALLOWED not = "Y"
               goback
           end-if
           move spaces to auditSessId
           move super::Session::SessionID to auditSessId
           move super::Request::UserHostAddress to clientIp
           move spaces to adminUser
           move super::User::Identity::Name to adminUser
           move spaces to changeId
           move ChangeIdTextBox::Text to changeId
           set nowTs to type DateTime::Now::ToString("yyyyMMddHHmmss")
           move nowTs to nowNumeric

           call "PENDCHG" using WS-ACT-APPROVE changeId targetUser
               changeType newRole newStatus adminUser nowNumeric
               expiresNumeric changeList changeCount retCode

           move spaces to auditDetail
           evaluate changeType
               when "SETROLE"
                   string "SETROLE=" delimited by size
                       newRole delimited by space
                       into auditDetail
               when "SETSTATUS"
                   string "SETSTATUS=" delimited by size
                       newStatus delimited by size
                       into auditDetail
               when other
                   move changeType to auditDetail
           end-evaluate

           evaluate retCode
               when 0
                   call "AUDITDTL" using targetUser
                       WS-EVT-ADMIN-CHANGE-APPROVED nowNumeric
                       WS-SRC-CLASS-ADMIN WS-SRC-METHOD-APPROVE clientIp auditSessId
                       auditDetail retCode
                   evaluate changeType
                       when "SETROLE"
                           call "AUDITLOG" using targetUser
                               WS-EVT-ADMIN-ROLE-CHANGED nowNumeric
                               WS-SRC-CLASS-ADMIN WS-SRC-METHOD-APPROVE clientIp auditSessId retCode
                       when "SETSTATUS"
                           if newStatus = "S"
                               or newStatus = "D"
                               call "SESSTRK" using WS-ACT-ENDUSER WS-FILE-SESSION
                                   WS-SPACES-X40 targetUser nowNumeric
                                   WS-ZERO-NUM4 expiredSessId sessionStatus
                                   retCode
                           end-if
                           call "AUDITLOG" using targetUser
                               WS-EVT-ADMIN-STATUS-CHANGED nowNumeric
                               WS-SRC-CLASS-ADMIN WS-SRC-METHOD-APPROVE clientIp auditSessId retCode
                       when "RESETMFA"
                           call "AUDITLOG" using targetUser
                               WS-EVT-ADMIN-MFA-RESET nowNumeric
                               WS-SRC-CLASS-ADMIN WS-SRC-METHOD-APPROVE clientIp auditSessId retCode
                   end-evaluate
                   set StatusMessageLabel::Text to "Change approved and applied."
               when 5
                   call "AUDITDTL" using targetUser
                       WS-EVT-ADMIN-CHANGE-EXPIRED nowNumeric
                       WS-SRC-CLASS-ADMIN WS-SRC-METHOD-APPROVE clientIp auditSessId
                       auditDetail retCode
                   set StatusMessageLabel::Text to "That request expired before anyone decided it. File it again if it is still needed."
               when 6
                   set StatusMessageLabel::Text to "A change must be approved by a different administrator from the one who requested it."
               when 4
                   set StatusMessageLabel::Text to "That request has already been decided."
               when 7
                   set StatusMessageLabel::Text to "Approved, but the change could not be applied. The request is still open."
               when other
                   set StatusMessageLabel::Text to "No pending change found with that id."
           end-evaluate
           set StatusMessageLabel::Visible to true
           invoke self::RefreshChangeQueue()
           goback.
       end method.

       method-id RejectChangeButton_Click protected.
      *> Same rules as approval -- a different ADMIN from the
      *> requester, and only while the request is still open.
       local-storage section.
       01 auditSessId pic x(40).
       01 adminUser pic x(50).
       01 changeId pic x(18).
       01 targetUser pic x(50).
       01 changeType pic x(10).
       01 newRole pic x(20).
       01 newStatus pic x(1).
       01 expiresNumeric pic 9(14).
       01 changeList pic x(1000).
       01 changeCount pic 9(4).
       01 auditDetail pic x(24).
       01 nowTs string.
       01 nowNumeric pic 9(14).
       01 retCode pic 9(2).

       01 clientIp pic x(45).

       procedure division using by value sender as object by value e as type EventArgs.
           invoke self::RequireCapability( WS-CAP-APPROVECHG
               WS-SRC-METHOD-REJECT )
           if WS-CAP-ALLOWED not = "Y"
               goback
           end-if
           move spaces to auditSessId
           move super::Session::SessionID to auditSessId
           move super::Request::UserHostAddress to clientIp
           move spaces to adminUser
           move super::User::Identity::Name to adminUser
           move spaces to changeId
           move ChangeIdTextBox::Text to changeId
           set nowTs to type DateTime::Now::ToString("yyyyMMddHHmmss")
           move nowTs to nowNumeric

           call "PENDCHG" using WS-ACT-REJECT changeId targetUser
               changeType newRole newStatus adminUser nowNumeric
               expiresNumeric changeList changeCount retCode

           move spaces to auditDetail
           evaluate changeType
               when "SETROLE"
                   string "SETROLE=" delimited by size
                       newRole delimited by space
                       into auditDetail
               when "SETSTATUS"
                   string "SETSTATUS=" delimited by size
                       newStatus delimited by size
                       into auditDetail
               when other
                   move changeType to auditDetail
           end-evaluate

           evaluate retCode
               when 0
                   call "AUDITDTL" using targetUser
                       WS-EVT-ADMIN-CHANGE-REJECTED nowNumeric
                       WS-SRC-CLASS-ADMIN WS-SRC-METHOD-REJECT clientIp auditSessId
                       auditDetail retCode
                   set StatusMessageLabel::Text to "Change rejected."
               when 5
                   call "AUDITDTL" using targetUser
                       WS-EVT-ADMIN-CHANGE-EXPIRED nowNumeric
                       WS-SRC-CLASS-ADMIN WS-SRC-METHOD-REJECT clientIp auditSessId
                       auditDetail retCode
                   set StatusMessageLabel::Text to "That request had already expired undecided."
               when 6
                   set StatusMessageLabel::Text to "A change must be decided by a different administrator from the one who requested it."
               when 4
                   set StatusMessageLabel::Text to "That request has already been decided."
               when other
                   set StatusMessageLabel::Text to "No pending change found with that id."
           end-evaluate
           set StatusMessageLabel::Visible to true
           invoke self::RefreshChangeQueue()
           goback.
       end method.

       method-id PlaceHoldButton_Click protected.
      *> Legal has asked for this account's records to be preserved
      *> for a matter. From here on ACCTERASE leaves any closure
      *> request pending, DORMANT will not disable the account, and
      *> AUDITROLL keeps every generation carrying its rows. The
      *> matter reference goes in the audit row's detail field.
       local-storage section.
       01 auditSessId pic x(40).
       01 targetObj object.
       01 targetUser pic x(50).
       01 matterRef pic x(20).
       01 adminUser pic x(50).
       01 holdList pic x(1000).
       01 holdCount pic 9(4).
       01 auditDetail pic x(24).
       01 nowTs string.
       01 nowNumeric pic 9(14).
       01 retCode pic 9(2).

       01 clientIp pic x(45).

       procedure division using by value sender as object by value e as type EventArgs.
           invoke self::RequireCapability( WS-CAP-LEGALHOLD
               WS-SRC-METHOD-PLACEHOLD )
           if WS-CAP-ALLOWED not = "Y"
               goback
           end-if
           move spaces to auditSessId
           move super::Session::SessionID to auditSessId
           move super::Request::UserHostAddress to clientIp
           set targetObj to super::ViewState::Item("AdminTargetUser")
           if targetObj = null
               goback
           end-if
           move targetObj::ToString() to targetUser
           move spaces to matterRef
           move HoldMatterTextBox::Text to matterRef
           move spaces to adminUser
           move super::User::Identity::Name to adminUser
           set nowTs to type DateTime::Now::ToString("yyyyMMddHHmmss")
           move nowTs to nowNumeric

           call "LGLHOLD" using WS-ACT-PLACE targetUser matterRef
               adminUser nowNumeric holdList holdCount retCode

           evaluate retCode
               when 0
                   move spaces to auditDetail
                   move matterRef to auditDetail
                   call "AUDITDTL" using targetUser
                       WS-EVT-ADMIN-LEGAL-HOLD-PLACED nowNumeric
                       WS-SRC-CLASS-ADMIN WS-SRC-METHOD-PLACEHOLD clientIp auditSessId
                       auditDetail retCode
                   set StatusMessageLabel::Text to "Legal hold placed."
               when 2
                   set StatusMessageLabel::Text to "Enter the matter reference the hold is for."
               when 3
                   set StatusMessageLabel::Text to "This account is already held for that matter."
               when other
                   set StatusMessageLabel::Text to "Legal hold could not be placed."
           end-evaluate
           set StatusMessageLabel::Visible to true
           invoke self::RefreshHoldList()
           goback.
       end method.

       method-id ReleaseHoldButton_Click protected.
      *> Lifts one matter's hold. The account stays held while any
      *> other matter still holds it; once the last one goes, the
      *> next nightly runs pick up whatever was waiting.
       local-storage section.
       01 auditSessId pic x(40).
       01 targetObj object.
       01 targetUser pic x(50).
       01 matterRef pic x(20).
       01 adminUser pic x(50).
       01 holdList pic x(1000).
       01 holdCount pic 9(4).
       01 auditDetail pic x(24).
       01 nowTs string.
       01 nowNumeric pic 9(14).
       01 retCode pic 9(2).

       01 clientIp pic x(45).

       procedure division using by value sender as object by value e as type EventArgs.
           invoke self::RequireCapability( WS-CAP-LEGALHOLD
               WS-SRC-METHOD-RELEASEHOLD )
           if WS-CAP-ALLOWED not = "Y"
               goback
           end-if
           move spaces to auditSessId
           move super::Session::SessionID to auditSessId
           move super::Request::UserHostAddress to clientIp
           set targetObj to super::ViewState::Item("AdminTargetUser")
           if targetObj = null
               goback
           end-if
           move targetObj::ToString() to targetUser
           move spaces to matterRef
           move HoldMatterTextBox::Text to matterRef
           move spaces to adminUser
           move super::User::Identity::Name to adminUser
           set nowTs to type DateTime::Now::ToString("yyyyMMddHHmmss")
           move nowTs to nowNumeric

           call "LGLHOLD" using WS-ACT-RELEASE targetUser matterRef
               adminUser nowNumeric holdList holdCount retCode

           evaluate retCode
               when 0
                   move spaces to auditDetail
                   move matterRef to auditDetail
                   call "AUDITDTL" using targetUser
                       WS-EVT-ADMIN-LEGAL-HOLD-RELEASED nowNumeric
                       WS-SRC-CLASS-ADMIN WS-SRC-METHOD-RELEASEHOLD clientIp auditSessId
                       auditDetail retCode
                   set StatusMessageLabel::Text to "Legal hold released."
               when 2
                   set StatusMessageLabel::Text to "Enter the matter reference of the hold to release."
               when other
                   set StatusMessageLabel::Text to "No active legal hold on this account for that matter."
           end-evaluate
           set StatusMessageLabel::Visible to true
           invoke self::RefreshHoldList()
           goback.
       end method.

       method-id RenameUserButton_Click protected.
      *> Files a username change for the nightly USERREN run, which
      *> carries it across every data file and mails the member. The
      *> request is refused here already if the new name is taken or
      *> retired, or if the account has a session or token in flight
      *> -- the member signs out and lets those lapse, and it is filed
      *> again. The new name goes in the audit row's detail field.
       local-storage section.
       01 auditSessId pic x(40).
       01 targetObj object.
       01 targetUser pic x(50).
       01 newUsername pic x(50).
       01 adminUser pic x(50).
       01 nameList pic x(1000).
       01 nameCount pic 9(4).
       01 pendingReason pic x(30).
       01 auditDetail pic x(24).
       01 nowTs string.
       01 nowNumeric pic 9(14).
       01 retCode pic 9(2).

       01 clientIp pic x(45).

       procedure division using by value sender as object by value e as type EventArgs.
           invoke self::RequireCapability( WS-CAP-RENAMEUSER
               WS-SRC-METHOD-RENAMEUSER )
           if WS-CAP-ALLOWED not = "Y"
               goback
           end-if
           move spaces to auditSessId
           move super::Session::SessionID to auditSessId
           move super::Request::UserHostAddress to clientIp
           set targetObj to super::ViewState::Item("AdminTargetUser")
           if targetObj = null
               goback
           end-if
           move targetObj::ToString() to targetUser
           move spaces to newUsername
           move NewUsernameTextBox::Text to newUsername
           move spaces to adminUser
           move super::User::Identity::Name to adminUser
           set nowTs to type DateTime::Now::ToString("yyyyMMddHHmmss")
           move nowTs to nowNumeric

           call "USRALIAS" using WS-ACT-REQUEST targetUser newUsername
               adminUser nowNumeric nameList nameCount retCode

           evaluate retCode
               when 0
                   move spaces to auditDetail
                   move newUsername to auditDetail
                   call "AUDITDTL" using targetUser
                       WS-EVT-ADMIN-RENAME-REQUESTED nowNumeric
                       WS-SRC-CLASS-ADMIN WS-SRC-METHOD-RENAMEUSER clientIp auditSessId
                       auditDetail retCode
                   set StatusMessageLabel::Text to "Username change filed. It is applied in tonight's batch run and the member is notified by e-mail."
               when 2
                   set StatusMessageLabel::Text to "Enter a new username different from the current one."
               when 3
                   set StatusMessageLabel::Text to "That username is already in use, was used before, or is being given to another account."
               when 4
                   set StatusMessageLabel::Text to "No such account."
               when 5
                   set StatusMessageLabel::Text to "A username change is already pending for this account."
               when 6
                   set StatusMessageLabel::Text to "The account has an active session. Ask the member to sign out, then try again."
               when 7
                   move nameList(1:30) to pendingReason
                   set StatusMessageLabel::Text to String::Concat( "The account has something pending: " pendingReason::Trim() ". Try again once it is completed or has expired." )
               when other
                   set StatusMessageLabel::Text to "Username change could not be filed."
           end-evaluate
           set StatusMessageLabel::Visible to true
           invoke self::RefreshRenameList()
           goback.
       end method.

       method-id AddRoleButton_Click protected.
      *> A new role starts out holding nothing; its capabilities are
      *> granted one at a time below. Once added it can be chosen in
      *> the role drop-down (through the usual two-person approval).
       local-storage section.

       procedure division using by value sender as object by value e as type EventArgs.
           invoke self::RequireCapability( WS-CAP-EDITROLES
               WS-SRC-METHOD-ADDROLE )
           if WS-CAP-ALLOWED not = "Y"
               goback
           end-if
           invoke self::ApplyPermissionChange( WS-ACT-ADDROLE
               WS-SRC-METHOD-ADDROLE )
           invoke self::FillRoleDropDown()
           goback.
       end method.

       method-id GrantCapabilityButton_Click protected.
       local-storage section.

       procedure division using by value sender as object by value e as type EventArgs.
           invoke self::RequireCapability( WS-CAP-EDITROLES
               WS-SRC-METHOD-GRANTCAP )
           if WS-CAP-ALLOWED not = "Y"
               goback
           end-if
           invoke self::ApplyPermissionChange( WS-ACT-GRANT
               WS-SRC-METHOD-GRANTCAP )
           goback.
       end method.

       method-id RevokeCapabilityButton_Click protected.
       local-storage section.

       procedure division using by value sender as object by value e as type EventArgs.
           invoke self::RequireCapability( WS-CAP-EDITROLES
               WS-SRC-METHOD-REVOKECAP )
           if WS-CAP-ALLOWED not = "Y"
               goback
           end-if
           invoke self::ApplyPermissionChange( WS-ACT-REVOKE
               WS-SRC-METHOD-REVOKECAP )
           goback.
       end method.

       method-id ApplyPermissionChange internal.
      *> One change to the role-to-capability matrix. Audited like
      *> FLAG_CHANGED -- keyed on the admin making it, since no member
      *> account is what the change is "about" -- with the role and
      *> capability in the detail field: "ROLE" for a role added,
      *> "ROLE+CAP" for a grant, "ROLE-CAP" for a revoke.
       local-storage section.
       01 auditSessId pic x(40).
       01 adminUser pic x(50).
       01 permRole pic x(20).
       01 permCapability pic x(12).
       01 allowed pic x(1).
       01 permList pic x(1000).
       01 permCount pic 9(4).
       01 auditDetail pic x(24).
       01 nowTs string.
       01 nowNumeric pic 9(14).
       01 clientIp pic x(45).
       01 retCode pic 9(2).

       procedure division using by value permAction as string
               by value sourceMethod as string.
           move spaces to auditSessId
           move super::Session::SessionID to auditSessId
           move super::Request::UserHostAddress to clientIp
           move spaces to adminUser
           move super::User::Identity::Name to adminUser
           move spaces to permRole
           move PermRoleTextBox::Text to permRole
           move spaces to permCapability
           if permAction not = "ADDROLE"
               move PermCapabilityTextBox::Text to permCapability
           end-if
           set nowTs to type DateTime::Now::ToString("yyyyMMddHHmmss")
           move nowTs to nowNumeric

           call "ROLEPERM" using permAction permRole permCapability
               allowed permList permCount retCode

           evaluate retCode
               when 0
                   move spaces to auditDetail
                   evaluate permAction
                       when "GRANT"
                           string permRole delimited by space
                               "+" delimited by size
                               permCapability delimited by space
                               into auditDetail
                       when "REVOKE"
                           string permRole delimited by space
                               "-" delimited by size
                               permCapability delimited by space
                               into auditDetail
                       when other
                           move permRole to auditDetail
                   end-evaluate
                   call "AUDITDTL" using adminUser
                       WS-EVT-ROLE-PERMISSION-CHANGED nowNumeric
                       WS-SRC-CLASS-ADMIN sourceMethod clientIp auditSessId
                       auditDetail retCode
                   set StatusMessageLabel::Text to "Permissions updated."
               when 2
                   set StatusMessageLabel::Text to "Enter a role name and one of the capabilities listed."
               when 3
                   set StatusMessageLabel::Text to "That role or grant already exists."
               when 4
                   set StatusMessageLabel::Text to "No such role, or the role does not hold that capability."
               when 5
                   set StatusMessageLabel::Text to "ADMIN always keeps EDITROLES."
               when 6
                   set StatusMessageLabel::Text to "The permission file is full."
               when other
                   set StatusMessageLabel::Text to "The permission file could not be updated."
           end-evaluate
           set StatusMessageLabel::Visible to true
           invoke self::RefreshRoleMatrix()
           goback.
       end method.

       method-id RequireCapability internal.
      *> Does the signed-in member's role carry the capability the
      *> calling handler needs? Answers in WS-CAP-ALLOWED. A refusal
      *> is audited as PERMISSION_DENIED against the member, with the
      *> capability in the detail field and the handler as the source
      *> method, and the reason is put on the status line.
       local-storage section.
       01 auditSessId pic x(40).
       01 username pic x(50).
       01 role pic x(20).
       01 status pic x(1).
       01 matched pic x(200).
       01 matchCount pic 9(2).
       01 capability pic x(12).
       01 permList pic x(1000).
       01 permCount pic 9(4).
       01 auditDetail pic x(24).
       01 nowTs string.
       01 nowNumeric pic 9(14).
       01 clientIp pic x(45).
       01 retCode pic 9(2).

       procedure division using by value capabilityName as string
               by value sourceMethod as string.
           move "N" to WS-CAP-ALLOWED
           move spaces to username
           move super::User::Identity::Name to username
           call "MBRLOOK" using WS-ACT-BYUSERNAME WS-FILE-MBRUSR
               username WS-SPACES-X100 role status matched
               matchCount retCode
           move spaces to capability
           move capabilityName to capability
           call "ROLEPERM" using WS-ACT-CHECK role capability
               WS-CAP-ALLOWED permList permCount retCode
           if WS-CAP-ALLOWED not = "Y"
               move spaces to auditSessId
               move super::Session::SessionID to auditSessId
               move super::Request::UserHostAddress to clientIp
               set nowTs to type DateTime::Now::ToString("yyyyMMddHHmmss")
               move nowTs to nowNumeric
               move spaces to auditDetail
               move capability to auditDetail
               call "AUDITDTL" using username
                   WS-EVT-PERMISSION-DENIED nowNumeric
                   WS-SRC-CLASS-ADMIN sourceMethod clientIp auditSessId
                   auditDetail retCode
               set StatusMessageLabel::Text to String::Concat( "Your role does not carry the " capabilityName::Trim() " permission." )
               set StatusMessageLabel::Visible to true
           end-if
           goback.
       end method.

       method-id RefreshRoleMatrix internal.
      *> Each role with the capabilities it carries, and the full set
      *> of capability names that can be granted.
       local-storage section.
       01 allowed pic x(1).
       01 permList pic x(1000).
       01 permCount pic 9(4).
       01 retCode pic 9(2).

       procedure division.
           call "ROLEPERM" using WS-ACT-LIST WS-SPACES-X20
               WS-SPACES-X12 allowed permList permCount retCode
           set RoleMatrixLabel::Text to permList
           call "ROLEPERM" using WS-ACT-CAPS WS-SPACES-X20
               WS-SPACES-X12 allowed permList permCount retCode
           set CapabilityNamesLabel::Text to permList
           goback.
       end method.

       method-id FillRoleDropDown internal.
      *> The role drop-down offers every role the matrix defines.
       local-storage section.
       01 allowed pic x(1).
       01 permList pic x(1000).
       01 permCount pic 9(4).
       01 slotIdx pic 9(4).
       01 slotPos pic 9(4).
       01 listItem type System.Web.UI.WebControls.ListItem.
       01 retCode pic 9(2).

       procedure division.
           call "ROLEPERM" using WS-ACT-ROLES WS-SPACES-X20
               WS-SPACES-X12 allowed permList permCount retCode
           invoke RoleDropDown::Items::Clear()
           perform varying slotIdx from 1 by 1
               until slotIdx > permCount
               compute slotPos = ((slotIdx - 1) * 20) + 1
               set listItem to new System.Web.UI.WebControls.ListItem( permList (slotPos:20) permList (slotPos:20) )
               invoke RoleDropDown::Items::Add(listItem)
           end-perform
           goback.
       end method.

       method-id RefreshHoldList internal.
      *> Every active hold, with its matter, who placed it and when.
       local-storage section.
       01 nowTs string.
       01 nowNumeric pic 9(14).
       01 holdList pic x(1000).
       01 holdCount pic 9(4).
       01 retCode pic 9(2).

       procedure division.
           set nowTs to type DateTime::Now::ToString("yyyyMMddHHmmss")
           move nowTs to nowNumeric
           call "LGLHOLD" using WS-ACT-LIST WS-SPACES-X50
               WS-SPACES-X20 WS-SPACES-X50 nowNumeric holdList
               holdCount retCode
           set LegalHoldsLabel::Text to holdList
           set LegalHoldCountLabel::Text to holdCount::ToString()
           goback.
       end method.

       method-id RefreshRenameList internal.
      *> Username changes waiting for tonight's run, with who filed
      *> each one and when.
       local-storage section.
       01 nowTs string.
       01 nowNumeric pic 9(14).
       01 nameList pic x(1000).
       01 nameCount pic 9(4).
       01 retCode pic 9(2).

       procedure division.
           set nowTs to type DateTime::Now::ToString("yyyyMMddHHmmss")
           move nowTs to nowNumeric
           call "USRALIAS" using WS-ACT-LIST WS-SPACES-X50
               WS-SPACES-X50 WS-SPACES-X50 nowNumeric nameList
               nameCount retCode
           set PendingRenamesLabel::Text to nameList
           set PendingRenameCountLabel::Text to nameCount::ToString()
           goback.
       end method.

       method-id RefreshChangeQueue internal.
      *> Open requests awaiting a second ADMIN, oldest first, with who
      *> filed each one.
       local-storage section.
       01 changeId pic x(18).
       01 nowTs string.
       01 nowNumeric pic 9(14).
       01 changeList pic x(1000).
       01 changeCount pic 9(4).
       01 retCode pic 9(2).

       procedure division.
           set nowTs to type DateTime::Now::ToString("yyyyMMddHHmmss")
           move nowTs to nowNumeric
           call "PENDCHG" using WS-ACT-LIST changeId WS-SPACES-X50
               WS-SPACES-X10 WS-SPACES-X20 WS-SPACES-X1 WS-SPACES-X50
               nowNumeric WS-ZERO-NUM14 changeList changeCount retCode
           set PendingChangesLabel::Text to changeList
           set PendingChangeCountLabel::Text to changeCount::ToString()
           goback.
       end method.

       end class.
